      * of the trailer, backs the run's net rounding variance out of
      * the feed so the batch cross-foots to the true unrounded
      * amounts; it carries no transaction key or department.
      * Journal-line rows ("L") follow each "D" and "R" row: for every
      * non-zero amount type the posting carries, one debit line and
      * one credit line of the same amount to the accounts and cost
      * center VERBCOA maps for the department, so the feed loads as
      * a balanced journal. A reversal swaps the debit and credit
      * accounts. Journal lines are not in the trailer record count;
      * the trailer carries their debit and credit totals instead,
      * which VERBGLBL proves equal. The rounding "A" row is a
      * control item and is not journalled.
      ******************************************************************
       01  WS-GL-INTERFACE-REC.
           05  GL-REC-TYPE              PIC X.
               88  GL-TRAILER-REC               VALUE "T".
               88  GL-REVERSAL-REC              VALUE "R".
               88  GL-ADJUSTMENT-REC            VALUE "A".
               88  GL-JOURNAL-LINE-REC          VALUE "L".
           05  GL-INTERFACE-DETAIL.
               10  GL-RUN-DATE          PIC 9(8).
               10  GL-TRAN-KEY          PIC 9(6).
               10  GLH-RUN-ID           PIC X(8).
               10  GLH-SOURCE-SYSTEM    PIC X(8).
               10  FILLER               PIC X(25).
           05  GL-INTERFACE-JOURNAL REDEFINES GL-INTERFACE-DETAIL.
               10  GLJ-RUN-DATE         PIC 9(8).
               10  GLJ-TRAN-KEY         PIC 9(6).
               10  GLJ-DEPT-CODE        PIC X(3).
               10  GLJ-AMOUNT-TYPE      PIC X.
               10  GLJ-DR-CR-SW         PIC X.
                   88  GLJ-DEBIT                VALUE "D".
                   88  GLJ-CREDIT               VALUE "C".
               10  GLJ-ACCOUNT          PIC X(10).
               10  GLJ-COST-CENTER      PIC X(6).
               10  GLJ-AMOUNT           PIC S9(9)V99.
               10  FILLER               PIC X(3).
           05  GL-INTERFACE-TRAILER REDEFINES GL-INTERFACE-DETAIL.
               10  GLT-RECORD-COUNT     PIC 9(7).
               10  GLT-G-TOTAL          PIC S9(9)V99.
               10  GLT-J-TOTAL          PIC S9(7).
               10  GLT-DEBIT-TOTAL      PIC S9(9)V99.
               10  GLT-CREDIT-TOTAL     PIC S9(9)V99.
               10  FILLER               PIC X(2).
