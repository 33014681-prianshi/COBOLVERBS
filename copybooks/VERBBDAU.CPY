      ******************************************************************
      * VERBBDAU - budget maintenance audit record, one per confirmed
      * add, change, or delete on the VERBBMNT screens, appended to
      * VERBBDAU.DAT: who made it, when, which department and
      * period, and the budget, tolerance, and action before and
      * after - an add carries zeros and a blank action before, a
      * delete the same after.
      ******************************************************************
       01  WS-BUDGET-AUDIT-REC.
           05  BDA-DATE                 PIC 9(8).
           05  BDA-TIME                 PIC 9(8).
           05  BDA-USER-ID              PIC X(8).
           05  BDA-FUNCTION             PIC X.
               88  BDA-FUNCTION-ADD             VALUE "A".
               88  BDA-FUNCTION-CHANGE          VALUE "C".
               88  BDA-FUNCTION-DELETE          VALUE "D".
           05  BDA-DEPT-CODE            PIC X(3).
           05  BDA-PERIOD               PIC 9(6).
           05  BDA-OLD-G-BUDGET         PIC 9(9)V99.
           05  BDA-OLD-TOLERANCE-PCT    PIC 9(3)V99.
           05  BDA-OLD-ACTION           PIC X.
           05  BDA-NEW-G-BUDGET         PIC 9(9)V99.
           05  BDA-NEW-TOLERANCE-PCT    PIC 9(3)V99.
           05  BDA-NEW-ACTION           PIC X.
