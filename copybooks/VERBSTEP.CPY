      ******************************************************************
      * VERBSTEP - job-stream step definition, one record per step on
      * VERBSTEP.DAT in the order the VERBJOBS controller runs them
      * (step numbers ascending). STEP-PROGRAM is run by name as its
      * own job step, so each program's executable must be on hand
      * under its PROGRAM-ID. Before a step is started its run
      * condition must hold: the highest return code any earlier
      * step of the stream ended with may not exceed
      * STEP-MAX-PRIOR-RC, and, when one is named, the release-
      * ledger record for the stream's run date must have reached
      * STEP-REQ-RLS-STATUS ("W" written, "R" released, "C"
      * confirmed - the status only moves forward, so a later one
      * satisfies an earlier one) and the balance-control record
      * must carry STEP-REQ-BAL-STATUS ("R" released, or "N" not
      * marked unusable). Blank means no check. A step that is not
      * restartable (STEP-RESTARTABLE-SW "N") is never started a
      * second time once it has begun; the operator recovers it by
      * hand and restarts the stream from the following step.
      ******************************************************************
       01  WS-STREAM-STEP-REC.
           05  STEP-NUMBER              PIC 9(3).
           05  STEP-PROGRAM             PIC X(8).
           05  STEP-MAX-PRIOR-RC        PIC 9(4).
           05  STEP-REQ-RLS-STATUS      PIC X.
               88  STEP-NO-RLS-CHECK            VALUE SPACE.
               88  STEP-NEEDS-RLS-WRITTEN       VALUE "W".
               88  STEP-NEEDS-RLS-RELEASED      VALUE "R".
               88  STEP-NEEDS-RLS-CONFIRMED     VALUE "C".
           05  STEP-REQ-BAL-STATUS      PIC X.
               88  STEP-NO-BAL-CHECK            VALUE SPACE.
               88  STEP-NEEDS-BAL-RELEASED      VALUE "R".
               88  STEP-NEEDS-BAL-NOT-UNUSABLE  VALUE "N".
           05  STEP-RESTARTABLE-SW      PIC X.
               88  STEP-RESTARTABLE             VALUE "Y".
               88  STEP-NOT-RESTARTABLE         VALUE "N".
           05  STEP-DESCRIPTION         PIC X(30).
