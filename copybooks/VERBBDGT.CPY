      ******************************************************************
      * VERBBDGT - department budget record, held on VERBBDGT.DAT
      * indexed by department and accounting period (YYYYMM).
      * Maintained through the supervisor-only VERBBMNT screens,
      * every confirmed change logged to VERBBDAU.DAT. BDG-G-BUDGET
      * is the G the department plans to post in the period;
      * BDG-TOLERANCE-PCT the percentage over it still allowed
      * before BDG-ACTION applies. As VERBS1 posts, it carries each
      * budgeted department's period-to-date G (details posted in
      * the period net of reversals posted in it) against budget
      * plus tolerance: "W" warn posts the detail and reports the
      * overrun; "H" hold sends a detail that would take the
      * department past it to the exception file as BUDGET
      * EXCEEDED, releasable through VERBSWKB once a supervisor
      * approves. A department with no record for the period is
      * not budget-controlled. VERBBDGR prints budget against
      * actual for every open period.
      ******************************************************************
       01  WS-BUDGET-REC.
           05  BDG-KEY.
               10  BDG-DEPT-CODE        PIC X(3).
               10  BDG-PERIOD           PIC 9(6).
           05  BDG-G-BUDGET             PIC 9(9)V99.
           05  BDG-TOLERANCE-PCT        PIC 9(3)V99.
           05  BDG-ACTION               PIC X.
               88  BDG-ACTION-WARN              VALUE "W".
               88  BDG-ACTION-HOLD              VALUE "H".
           05  BDG-LAST-MAINT-DATE      PIC 9(8).
           05  BDG-LAST-MAINT-USER      PIC X(8).
