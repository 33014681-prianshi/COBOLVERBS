      ******************************************************************
      * VERBDRND - department rounding record, appended to
      * VERBDRND.DAT by each live VERBS1 run at end of run, one per
      * department whose rounded G differed from the true E + H over
      * the run. The feed's "A" adjustment row carries no department,
      * so this is where its amount is attributed: DRND-ADJUST-
      * AMOUNT is the department's share of that row (the negated
      * variance), and the shares of one run add to the row's G.
      * Code "***" carries the share of departments the run's table
      * had no room for. The VERBDSTM period statements read it.
      ******************************************************************
       01  WS-DEPT-ROUNDING-REC.
           05  DRND-RUN-DATE            PIC 9(8).
           05  DRND-RUN-ID              PIC X(8).
           05  DRND-DEPT-CODE           PIC X(3).
           05  DRND-ADJUST-AMOUNT       PIC S9(9)V99.
