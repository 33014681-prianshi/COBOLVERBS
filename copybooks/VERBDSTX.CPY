      ******************************************************************
      * VERBDSTX - department statement extract record, written to
      * VERBDSTX.DAT by VERBDSTM alongside the printed statements so
      * they can be distributed electronically. Every record carries
      * the department and statement period; DSX-REC-TYPE gives the
      * layout of the rest, in the order the statement prints it:
      * "H" heading (name, status, GL usage), "O" opening position,
      * "D" posted detail, "R" reversal, "A" rounding adjustment,
      * "T" period totals and closing position, "E" open VERBS1
      * exception, "S" pending edit-suspense item. Amounts are
      * signed as posted - reversals carry the negated original.
      ******************************************************************
       01  WS-STATEMENT-EXTRACT-REC.
           05  DSX-DEPT-CODE            PIC X(3).
           05  DSX-PERIOD               PIC 9(6).
           05  DSX-REC-TYPE             PIC X.
               88  DSX-HEADING                  VALUE "H".
               88  DSX-OPENING                  VALUE "O".
               88  DSX-POSTED-DETAIL            VALUE "D".
               88  DSX-REVERSAL                 VALUE "R".
               88  DSX-ROUNDING                 VALUE "A".
               88  DSX-PERIOD-TOTALS            VALUE "T".
               88  DSX-OPEN-EXCEPTION           VALUE "E".
               88  DSX-PENDING-SUSPENSE         VALUE "S".
           05  DSX-BODY                 PIC X(70).
           05  DSX-HEADING-BODY REDEFINES DSX-BODY.
               10  DSX-DEPT-NAME        PIC X(25).
               10  DSX-DEPT-STATUS      PIC X.
               10  DSX-DEPT-GL-USAGE    PIC X.
               10  DSX-STATEMENT-DATE   PIC 9(8).
               10  FILLER               PIC X(35).
           05  DSX-POSTING-BODY REDEFINES DSX-BODY.
               10  DSX-RUN-DATE         PIC 9(8).
               10  DSX-TRAN-KEY         PIC 9(6).
               10  DSX-ORIG-RUN-DATE    PIC 9(8).
               10  DSX-G-AMOUNT         PIC S9(9)V99.
               10  DSX-J-AMOUNT         PIC S9(7).
               10  FILLER               PIC X(30).
           05  DSX-TOTALS-BODY REDEFINES DSX-BODY.
               10  DSX-DETAIL-COUNT     PIC 9(5).
               10  DSX-RVSL-COUNT       PIC 9(5).
               10  DSX-ROUNDING-G       PIC S9(9)V99.
               10  DSX-PERIOD-G         PIC S9(9)V99.
               10  DSX-PERIOD-J         PIC S9(7).
               10  DSX-CLOSING-G        PIC S9(11)V99.
               10  DSX-CLOSING-J        PIC S9(9).
               10  FILLER               PIC X(9).
           05  DSX-ITEM-BODY REDEFINES DSX-BODY.
               10  DSX-ITEM-DATE        PIC 9(8).
               10  DSX-ITEM-TRAN-KEY    PIC 9(6).
               10  DSX-ITEM-REASON      PIC X(30).
               10  DSX-ITEM-AMOUNT      PIC S9(9)V99.
               10  DSX-ITEM-AGE-DAYS    PIC 9(5).
               10  DSX-ITEM-CYCLES      PIC 9(3).
               10  FILLER               PIC X(7).
