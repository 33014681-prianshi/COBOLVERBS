      ******************************************************************
      * VERBBREL - budget release record, held on VERBBREL.DAT
      * indexed by TRAN-KEY. VERBSWKB writes one when a supervisor
      * approves posting a BUDGET EXCEEDED detail past its
      * department's budget; from then on VERBS1 posts that TRAN-KEY
      * in BRL-PERIOD without holding it, stamping the last run that
      * did so and counting the runs that have. A later release of
      * the same key replaces the record.
      ******************************************************************
       01  WS-BUDGET-RELEASE-REC.
           05  BRL-TRAN-KEY             PIC 9(6).
           05  BRL-DEPT-CODE            PIC X(3).
           05  BRL-PERIOD               PIC 9(6).
           05  BRL-EXC-RUN-DATE         PIC 9(8).
           05  BRL-RELEASE-DATE         PIC 9(8).
           05  BRL-RELEASED-BY          PIC X(8).
           05  BRL-APPROVED-BY          PIC X(8).
           05  BRL-LAST-USED-DATE       PIC 9(8).
           05  BRL-USE-COUNT            PIC 9(5).
