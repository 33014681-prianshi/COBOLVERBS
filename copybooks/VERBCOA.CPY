      ******************************************************************
      * VERBCOA - chart-of-accounts mapping record, held on
      * VERBCOA.DAT indexed by department code and amount type (the
      * C, D, G, and J values VERBS1 posts). Each entry names the GL
      * account debited and the GL account credited for that
      * department's amounts of that type, and the cost center both
      * journal lines carry. Maintained through the supervisor-only
      * VERBCMNT screens. VERBS1 journals every posting through it:
      * a department without an entry for each amount type is not
      * posted but rejected to VERBS1EXC.DAT as NO GL MAPPING.
      ******************************************************************
       01  WS-COA-MAP-REC.
           05  COA-KEY.
               10  COA-DEPT-CODE        PIC X(3).
               10  COA-AMOUNT-TYPE      PIC X.
                   88  COA-VALID-AMOUNT-TYPE    VALUE "C" "D" "G" "J".
           05  COA-DEBIT-ACCOUNT        PIC X(10).
           05  COA-CREDIT-ACCOUNT       PIC X(10).
           05  COA-COST-CENTER          PIC X(6).
           05  COA-LAST-MAINT-DATE      PIC 9(8).
           05  COA-LAST-MAINT-USER      PIC X(8).
