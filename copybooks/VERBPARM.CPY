      * released GL batch may wait for the GL side's load
      * acknowledgment before the VERBGLCF report flags it; zero
      * means the aging flag is not in effect.
      * PARM-SIGNON-MAX-ATTEMPTS is how many wrong passwords lock a
      * user ID on the VERBUSER master; zero means the screen
      * programs' default of 3.
      * PARM-RUN-MODE "T" makes the next VERBS1 run a trial: the full
      * posting logic runs and the report prints marked TRIAL, but no
      * posting file, batch register, or checkpoint is written. Blank
      * (or "L") is a live run. PARM-COMPARE-ROUND-MODE, on a trial
      * run only, names a second rounding mode (T/E/N) to project
      * beside PARM-ROUND-MODE per department; blank means no
      * comparison is printed.
      * PARM-RESTART-STEP, read only by the VERBJOBS job-stream
      * controller, restarts the run date's stream from that step
      * number instead of from the first step not ended; zero means
      * the controller picks the restart point itself.
      * PARM-STATEMENT-PERIOD (YYYYMM) names the period the VERBDSTM
      * department statements cover; zero means the period the
      * process date falls in.
      ******************************************************************
       01  WS-PARAMETER-REC.
           05  PARM-PROCESS-DATE        PIC 9(8).
           05  PARM-TRAN-RETAIN-DAYS    PIC 9(4).
           05  PARM-SUSP-MAX-CYCLES     PIC 9(3).
           05  PARM-CONFIRM-DAYS        PIC 9(4).
           05  PARM-SIGNON-MAX-ATTEMPTS PIC 99.
           05  PARM-RUN-MODE            PIC X.
               88  PARM-LIVE-RUN                VALUE "L" " ".
               88  PARM-TRIAL-RUN               VALUE "T".
           05  PARM-COMPARE-ROUND-MODE  PIC X.
               88  PARM-COMPARE-TRUNCATION      VALUE "T".
               88  PARM-COMPARE-NEAREST-EVEN    VALUE "E".
               88  PARM-COMPARE-NEAREST-AWAY    VALUE "N".
           05  PARM-RESTART-STEP        PIC 9(3).
           05  PARM-STATEMENT-PERIOD    PIC 9(6).
