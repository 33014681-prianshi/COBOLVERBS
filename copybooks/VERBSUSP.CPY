      * are flagged for a supervisor decision on the register.
      ******************************************************************
       01  WS-SUSPENSE-REC.
           05  SUSP-TRAN-REC            PIC X(50).
           05  SUSP-REASON              PIC X(30).
           05  SUSP-FIRST-DATE          PIC 9(8).
           05  SUSP-CYCLE-COUNT         PIC 9(3).
