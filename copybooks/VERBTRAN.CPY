      * detail record was added or changed through maintenance.
      * TRAN-DEPT-CODE carries the keying department so departmental
      * activity can be reported and fed to the GL separately.
      * TRAN-EFFECTIVE-DATE is the first process date a detail may
      * post on: zero means effective at once, and a later date keeps
      * the record on the master - neither accepted nor suspended by
      * VERBEDIT - until PARM-PROCESS-DATE reaches it. VERBFUTR lists
      * the details still waiting, by date and department.
      * A reversal record ("R") keys its own TRAN-KEY but names the
      * original TRAN-KEY and run date whose posted GL activity is to
      * be backed out; reversals carry no operands of their own and
               10  OP-H                 PIC S9(7)V99 COMP-3.
               10  OP-I                 PIC 99.
               10  TRAN-LAST-MAINT-DATE PIC 9(8).
               10  TRAN-EFFECTIVE-DATE  PIC 9(8).
           05  WS-VERB-TRAN-RVSL REDEFINES WS-VERB-TRAN-DETAIL.
               10  RVSL-ORIG-TRAN-KEY   PIC 9(6).
               10  RVSL-ORIG-RUN-DATE   PIC 9(8).
               10  FILLER               PIC X(29).
           05  WS-VERB-TRAN-TRAILER REDEFINES WS-VERB-TRAN-DETAIL.
               10  CTL-RECORD-COUNT     PIC 9(7).
               10  CTL-HASH-TOTAL       PIC 9(9).
               10  FILLER               PIC X(27).
           05  WS-VERB-TRAN-BATCH REDEFINES WS-VERB-TRAN-DETAIL.
               10  BTCH-BATCH-ID        PIC X(16).
               10  FILLER               PIC X(27).
