      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job-stream controller. Runs the overnight
      *          cycle - VERBTGEN, VERBEDIT, VERBS1, VERBGLBL,
      *          VERBGLCF, the reports, and whatever else the step-
      *          definition file VERBSTEP.DAT lists - one step after
      *          another, each as its own job step, instead of the
      *          operator starting and checking each one by hand.
      *          Before a step starts, its run condition is tested:
      *          the highest return code of the steps before it, and
      *          where the definition asks, the status of the run
      *          date's release-ledger record (VERBRLSE.DAT) and the
      *          feed status in the balance-control record
      *          (VERBS1BAL.DAT) - VERBGLBL sets no return code, so
      *          an unusable feed shows only there. The stream stops
      *          at the first step whose condition fails. Each step's
      *          start, end, and return code are kept on the step-
      *          status file VERBSTAT.DAT as it goes, so running the
      *          controller again on the same run date restarts the
      *          stream at the step that failed or was interrupted -
      *          passing over any step the operator bypassed - or at
      *          PARM-RESTART-STEP, rather than rerunning the
      *          night. A step defined as not restartable is never
      *          started twice. VERBJOBS.PRT carries the stream
      *          summary: every step with its start and end times,
      *          return code, and why the stream stopped. Return
      *          code is the highest step return code when the
      *          stream runs to the end, 4 when the run date's
      *          stream had already ended, and 8 when the stream
      *          stopped or a restart was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBJOBS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBSTEP ASSIGN TO "VERBSTEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT VERBSTAT ASSIGN TO "VERBSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-STEP-NUMBER
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT VERBRLSE ASSIGN TO "VERBRLSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLS-RUN-DATE
               FILE STATUS IS WS-RLS-FILE-STATUS.
           SELECT VERBBAL ASSIGN TO "VERBS1BAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBJOBS-RPT ASSIGN TO "VERBJOBS.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBSTEP
           RECORDING MODE IS F.
       COPY VERBSTEP.
       FD  VERBSTAT.
       COPY VERBSTAT.
       FD  VERBRLSE.
       COPY VERBRLSE.
       FD  VERBBAL
           RECORDING MODE IS F.
       COPY VERBBAL.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBJOBS-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(26) VALUE
               "NIGHTLY JOB STREAM SUMMARY".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE "RUN DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(80).
       01  WS-RPT-COLUMN-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(05) VALUE "STEP ".
           05  FILLER           PIC X(10) VALUE "PROGRAM".
           05  FILLER           PIC X(12) VALUE "STATUS".
           05  FILLER           PIC X(21) VALUE "STARTED".
           05  FILLER           PIC X(21) VALUE "ENDED".
           05  FILLER           PIC X(06) VALUE "  RC".
           05  FILLER           PIC X(05) VALUE "RUNS".
           05  FILLER           PIC X(40) VALUE "REMARKS".
       01  WS-RPT-STEP-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-STP-NUMBER   PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-PROGRAM  PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-STATUS   PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-STARTED  PIC X(19).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-ENDED    PIC X(19).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-RC       PIC X(04).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-RUNS     PIC ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-STP-REMARKS  PIC X(40).
       01  WS-RPT-SUMMARY-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUM-CAPTION  PIC X(26).
           05  RPT-SUM-VALUE    PIC Z,ZZZ,ZZ9.
       01  WS-RPT-VERDICT-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(14) VALUE "STREAM       :".
           05  RPT-VERDICT-TEXT PIC X(80).
       01 WS-STEP-FILE-STATUS PIC XX.
           88  WS-STEP-FILE-FOUND           VALUE "00".
           88  WS-STEP-FILE-NOT-FOUND       VALUE "35".
       01 WS-STAT-FILE-STATUS PIC XX.
           88  WS-STAT-IO-OK                VALUE "00".
           88  WS-STAT-FILE-NOT-FOUND       VALUE "35".
       01 WS-RLS-FILE-STATUS PIC XX.
           88  WS-RLS-IO-OK                 VALUE "00".
           88  WS-RLS-FILE-NOT-FOUND        VALUE "35".
       01 WS-BAL-FILE-STATUS PIC XX.
           88  WS-BAL-FILE-FOUND            VALUE "00".
           88  WS-BAL-FILE-NOT-FOUND        VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-FOUND            VALUE "00".
           88  WS-RPT-FILE-NOT-FOUND        VALUE "35".
       01 WS-STEP-EOF-SW PIC X VALUE "N".
           88  WS-STEP-EOF                  VALUE "Y".
       01 WS-BAL-EOF-SW PIC X VALUE "N".
           88  WS-BAL-EOF                   VALUE "Y".
       01 WS-STAT-OPEN-SW PIC X VALUE "N".
           88  WS-STAT-OPEN                 VALUE "Y".
       01 WS-STAT-ON-FILE-SW PIC X VALUE "N".
           88  WS-STAT-ON-FILE              VALUE "Y".
       01 WS-RESTART-SW PIC X VALUE "N".
           88  WS-RESTART-RUN               VALUE "Y".
      *    "G" while steps may still be started; the stream ends
      *    "E" run to the end, "S" stopped at a failed condition,
      *    "R" refused before any step ran, or "A" already ended
      *    earlier on this run date.
       01 WS-STREAM-STATE-SW PIC X VALUE "G".
           88  WS-STREAM-GOING              VALUE "G".
           88  WS-STREAM-ENDED              VALUE "E".
           88  WS-STREAM-STOPPED            VALUE "S".
           88  WS-STREAM-REFUSED            VALUE "R".
           88  WS-STREAM-ALREADY-ENDED      VALUE "A".
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-TODAY-YYYYMMDD PIC 9(8).
       01 WS-RESTART-STEP PIC 9(3) VALUE ZERO.
       01 WS-FINAL-RC PIC 9(4) VALUE ZERO.
      *    The step definitions, held in run order.
       01 WS-STEP-MAX PIC 9(3) VALUE ZERO.
       01 WS-STEP-SUB PIC 9(3).
       01 WS-START-SUB PIC 9(3) VALUE 1.
       01 WS-CHECK-SUB PIC 9(3).
       01 WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STP-NUMBER        PIC 9(3).
               10  WS-STP-PROGRAM       PIC X(8).
               10  WS-STP-MAX-PRIOR-RC  PIC 9(4).
               10  WS-STP-REQ-RLS       PIC X.
               10  WS-STP-REQ-BAL       PIC X.
               10  WS-STP-RESTART-SW    PIC X.
                   88  WS-STP-RESTARTABLE       VALUE "Y".
       01 WS-LAST-STEP-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-STEPS-RUN PIC 9(3) VALUE ZERO.
      *    Highest return code of the ended steps ahead of the one
      *    about to start - including those that ended before a
      *    restart, since their output is what the step will use.
       01 WS-PRIOR-HIGH-RC PIC 9(4) VALUE ZERO.
       01 WS-STEP-RC PIC 9(4) VALUE ZERO.
       01 WS-STEP-COMMAND PIC X(80).
       01 WS-COND-REASON PIC X(40).
       01 WS-STREAM-MESSAGE PIC X(80) VALUE SPACES.
       01 WS-RC-EDIT PIC ZZZ9.
      *    Start and end stamps as they print: date and time of day.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH              PIC 99.
           05  WS-STAMP-MM              PIC 99.
           05  WS-STAMP-SS              PIC 99.
           05  WS-STAMP-CC              PIC 99.
       01 WS-STAMP-TEXT PIC X(19).
       01 WS-STAMP-EDIT.
           05  WS-STE-DATE              PIC 9999/99/99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STE-HH                PIC 99.
           05  FILLER                   PIC X VALUE ":".
           05  WS-STE-MM                PIC 99.
           05  FILLER                   PIC X VALUE ":".
           05  WS-STE-SS                PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-STEP-DEFINITIONS.
           IF WS-STREAM-GOING
               PERFORM 1200-OPEN-STEP-STATUS
           END-IF.
           IF WS-STREAM-GOING
               PERFORM 2000-RUN-STREAM
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT VERBPARM.
           IF WS-PARM-FILE-FOUND
               READ VERBPARM
                   AT END CONTINUE
               END-READ
               IF PARM-PROCESS-DATE NOT = ZERO
                   MOVE PARM-PROCESS-DATE TO WS-RUN-DATE-YYYYMMDD
               END-IF
               IF PARM-RESTART-STEP IS NUMERIC
                   MOVE PARM-RESTART-STEP TO WS-RESTART-STEP
               END-IF
               CLOSE VERBPARM
           END-IF.
           OPEN OUTPUT VERBJOBS-RPT.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC.

       1100-LOAD-STEP-DEFINITIONS.
           OPEN INPUT VERBSTEP.
           IF NOT WS-STEP-FILE-FOUND
               MOVE "VERBSTEP.DAT NOT AVAILABLE - NO STEPS RUN"
                   TO WS-STREAM-MESSAGE
               SET WS-STREAM-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL WS-STEP-EOF OR NOT WS-STREAM-GOING
                   READ VERBSTEP
                       AT END SET WS-STEP-EOF TO TRUE
                   END-READ
                   IF NOT WS-STEP-EOF
                       PERFORM 1150-TABLE-STEP-DEFINITION
                   END-IF
               END-PERFORM
               CLOSE VERBSTEP
               IF WS-STREAM-GOING AND WS-STEP-MAX = ZERO
                   MOVE "VERBSTEP.DAT HOLDS NO STEPS - NO STEPS RUN"
                       TO WS-STREAM-MESSAGE
                   SET WS-STREAM-REFUSED TO TRUE
               END-IF
           END-IF.

       1150-TABLE-STEP-DEFINITION.
      *    The step number is the status file's key and the restart
      *    point the operator names, so it must rise through the
      *    file; an out-of-order file could restart the wrong step.
           EVALUATE TRUE
               WHEN STEP-NUMBER NOT > WS-LAST-STEP-NUMBER
                   STRING "STEP NUMBER " STEP-NUMBER
                       " OUT OF ORDER ON VERBSTEP.DAT - NO STEPS RUN"
                       DELIMITED BY SIZE INTO WS-STREAM-MESSAGE
                   SET WS-STREAM-REFUSED TO TRUE
               WHEN WS-STEP-MAX = 50
                   MOVE "OVER 50 STEPS ON VERBSTEP.DAT - NO STEPS RUN"
                       TO WS-STREAM-MESSAGE
                   SET WS-STREAM-REFUSED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-STEP-MAX
                   MOVE STEP-NUMBER TO WS-STP-NUMBER (WS-STEP-MAX)
                   MOVE STEP-PROGRAM TO WS-STP-PROGRAM (WS-STEP-MAX)
                   MOVE STEP-MAX-PRIOR-RC
                       TO WS-STP-MAX-PRIOR-RC (WS-STEP-MAX)
                   MOVE STEP-REQ-RLS-STATUS
                       TO WS-STP-REQ-RLS (WS-STEP-MAX)
                   MOVE STEP-REQ-BAL-STATUS
                       TO WS-STP-REQ-BAL (WS-STEP-MAX)
                   MOVE STEP-RESTARTABLE-SW
                       TO WS-STP-RESTART-SW (WS-STEP-MAX)
                   MOVE STEP-NUMBER TO WS-LAST-STEP-NUMBER
           END-EVALUATE.

       1200-OPEN-STEP-STATUS.
           OPEN I-O VERBSTAT.
           IF WS-STAT-FILE-NOT-FOUND
               OPEN OUTPUT VERBSTAT
               CLOSE VERBSTAT
               OPEN I-O VERBSTAT
           END-IF.
           SET WS-STAT-OPEN TO TRUE.
      *    The status file belongs to this run date's stream when
      *    its first step's record carries the run date; anything
      *    else is an earlier night's stream and is cleared.
           MOVE WS-STP-NUMBER (1) TO STAT-STEP-NUMBER.
           READ VERBSTAT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF STAT-STREAM-DATE = WS-RUN-DATE-YYYYMMDD
                       SET WS-RESTART-RUN TO TRUE
                   END-IF
           END-READ.
           IF WS-RESTART-RUN
               PERFORM 1300-PREPARE-RESTART
           ELSE
               PERFORM 1250-START-NEW-STREAM
           END-IF.

       1250-START-NEW-STREAM.
           CLOSE VERBSTAT.
           OPEN OUTPUT VERBSTAT.
           CLOSE VERBSTAT.
           OPEN I-O VERBSTAT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               PERFORM 1260-BUILD-PENDING-STATUS
               WRITE WS-STEP-STATUS-REC
           END-PERFORM.
           MOVE 1 TO WS-START-SUB.
           IF WS-RESTART-STEP NOT = ZERO
               MOVE "NEW STREAM - RESTART STEP IGNORED"
                   TO RPT-SEC-TITLE
           ELSE
               MOVE "NEW STREAM FOR THIS RUN DATE" TO RPT-SEC-TITLE
           END-IF.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.

       1260-BUILD-PENDING-STATUS.
           MOVE WS-STP-NUMBER (WS-STEP-SUB) TO STAT-STEP-NUMBER.
           MOVE WS-RUN-DATE-YYYYMMDD TO STAT-STREAM-DATE.
           MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO STAT-PROGRAM.
           SET STAT-PENDING TO TRUE.
           MOVE ZERO TO STAT-START-DATE STAT-START-TIME
               STAT-END-DATE STAT-END-TIME STAT-RETURN-CODE
               STAT-RUN-COUNT.
           MOVE SPACES TO STAT-REASON.

       1300-PREPARE-RESTART.
      *    A step added to the definitions since the stream began
      *    has no status record yet and joins it as pending.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               PERFORM 8000-READ-STEP-STATUS
               IF NOT WS-STAT-ON-FILE
                   PERFORM 1260-BUILD-PENDING-STATUS
                   WRITE WS-STEP-STATUS-REC
               END-IF
           END-PERFORM.
           IF WS-RESTART-STEP NOT = ZERO
               PERFORM 1310-FIND-NAMED-RESTART-STEP
           ELSE
               PERFORM 1320-FIND-FIRST-UNENDED-STEP
           END-IF.
           IF WS-STREAM-GOING
               PERFORM 1330-CHECK-RESTARTABLE
           END-IF.
           IF WS-STREAM-GOING
               PERFORM 1340-SET-RESTART-POINT
           END-IF.

       1310-FIND-NAMED-RESTART-STEP.
           MOVE ZERO TO WS-START-SUB.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               IF WS-STP-NUMBER (WS-STEP-SUB) = WS-RESTART-STEP
                   MOVE WS-STEP-SUB TO WS-START-SUB
               END-IF
           END-PERFORM.
           IF WS-START-SUB = ZERO
               STRING "RESTART STEP " WS-RESTART-STEP
                   " IS NOT ON VERBSTEP.DAT - NO STEPS RUN"
                   DELIMITED BY SIZE INTO WS-STREAM-MESSAGE
               SET WS-STREAM-REFUSED TO TRUE
           END-IF.

       1320-FIND-FIRST-UNENDED-STEP.
      *    A step the operator bypassed stays bypassed - only a
      *    named restart step takes the stream back over it.
           MOVE ZERO TO WS-START-SUB.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
                      OR WS-START-SUB NOT = ZERO
               PERFORM 8000-READ-STEP-STATUS
               IF NOT STAT-COMPLETE AND NOT STAT-BYPASSED
                   MOVE WS-STEP-SUB TO WS-START-SUB
               END-IF
           END-PERFORM.
           IF WS-START-SUB = ZERO
               MOVE "ALREADY RUN TO THE END FOR THIS RUN DATE"
                   TO WS-STREAM-MESSAGE
               SET WS-STREAM-ALREADY-ENDED TO TRUE
           END-IF.

       1330-CHECK-RESTARTABLE.
      *    Every step from the restart point on that has been
      *    started before on this run date will be started again -
      *    whatever its status now, a step that cannot safely run
      *    twice stops the restart, and the operator recovers it by
      *    hand and restarts past it.
           PERFORM VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
                      OR NOT WS-STREAM-GOING
               PERFORM 8000-READ-STEP-STATUS
               IF STAT-RUN-COUNT > ZERO
                       AND NOT WS-STP-RESTARTABLE (WS-STEP-SUB)
                   STRING "RESTART REFUSED - STEP "
                       WS-STP-NUMBER (WS-STEP-SUB) " "
                       WS-STP-PROGRAM (WS-STEP-SUB)
                       " IS NOT RESTARTABLE"
                       DELIMITED BY SIZE INTO WS-STREAM-MESSAGE
                   SET WS-STREAM-REFUSED TO TRUE
               END-IF
           END-PERFORM.

       1340-SET-RESTART-POINT.
      *    Steps ahead of the restart point that never ended were
      *    passed over by the operator's choice; steps from it on
      *    go back to pending so the summary shows only this run's
      *    times for them.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               PERFORM 8000-READ-STEP-STATUS
               EVALUATE TRUE
                   WHEN WS-STEP-SUB < WS-START-SUB AND STAT-COMPLETE
                       IF STAT-RETURN-CODE > WS-PRIOR-HIGH-RC
                           MOVE STAT-RETURN-CODE TO WS-PRIOR-HIGH-RC
                       END-IF
                   WHEN WS-STEP-SUB < WS-START-SUB
                       SET STAT-BYPASSED TO TRUE
                       MOVE "BYPASSED BY OPERATOR RESTART"
                           TO STAT-REASON
                       REWRITE WS-STEP-STATUS-REC
                   WHEN OTHER
                       SET STAT-PENDING TO TRUE
                       MOVE ZERO TO STAT-START-DATE STAT-START-TIME
                           STAT-END-DATE STAT-END-TIME
                           STAT-RETURN-CODE
                       MOVE SPACES TO STAT-REASON
                       REWRITE WS-STEP-STATUS-REC
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO RPT-SEC-TITLE.
           STRING "RESTART OF THIS RUN DATE'S STREAM AT STEP "
               WS-STP-NUMBER (WS-START-SUB) " "
               WS-STP-PROGRAM (WS-START-SUB)
               DELIMITED BY SIZE INTO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.

       2000-RUN-STREAM.
           PERFORM VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
                      OR NOT WS-STREAM-GOING
               PERFORM 2100-RUN-ONE-STEP
           END-PERFORM.
           IF WS-STREAM-GOING
               SET WS-STREAM-ENDED TO TRUE
           END-IF.

       2100-RUN-ONE-STEP.
           PERFORM 2200-CHECK-RUN-CONDITION.
           PERFORM 8000-READ-STEP-STATUS.
           IF WS-COND-REASON NOT = SPACES
               SET STAT-CONDITION-FAILED TO TRUE
               MOVE WS-COND-REASON TO STAT-REASON
               REWRITE WS-STEP-STATUS-REC
               STRING "STOPPED AT STEP " WS-STP-NUMBER (WS-STEP-SUB)
                   " " WS-STP-PROGRAM (WS-STEP-SUB)
                   " - " WS-COND-REASON
                   DELIMITED BY SIZE INTO WS-STREAM-MESSAGE
               SET WS-STREAM-STOPPED TO TRUE
               DISPLAY "VERBJOBS STREAM " WS-STREAM-MESSAGE
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
               SET STAT-STARTED TO TRUE
               MOVE WS-TODAY-YYYYMMDD TO STAT-START-DATE
               MOVE WS-RUN-TIME-HHMMSSCC TO STAT-START-TIME
               MOVE ZERO TO STAT-END-DATE STAT-END-TIME
                   STAT-RETURN-CODE
               ADD 1 TO STAT-RUN-COUNT
               MOVE SPACES TO STAT-REASON
               REWRITE WS-STEP-STATUS-REC
               DISPLAY "VERBJOBS STARTING STEP "
                   WS-STP-NUMBER (WS-STEP-SUB) " "
                   WS-STP-PROGRAM (WS-STEP-SUB)
               PERFORM 2300-EXECUTE-STEP
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
               PERFORM 8000-READ-STEP-STATUS
               SET STAT-COMPLETE TO TRUE
               MOVE WS-TODAY-YYYYMMDD TO STAT-END-DATE
               MOVE WS-RUN-TIME-HHMMSSCC TO STAT-END-TIME
               MOVE WS-STEP-RC TO STAT-RETURN-CODE
               REWRITE WS-STEP-STATUS-REC
               ADD 1 TO WS-STEPS-RUN
               IF WS-STEP-RC > WS-PRIOR-HIGH-RC
                   MOVE WS-STEP-RC TO WS-PRIOR-HIGH-RC
               END-IF
               DISPLAY "VERBJOBS STEP " WS-STP-NUMBER (WS-STEP-SUB)
                   " " WS-STP-PROGRAM (WS-STEP-SUB)
                   " ENDED RC " WS-STEP-RC
           END-IF.

       2200-CHECK-RUN-CONDITION.
           MOVE SPACES TO WS-COND-REASON.
           IF WS-PRIOR-HIGH-RC > WS-STP-MAX-PRIOR-RC (WS-STEP-SUB)
               STRING "PRIOR RC " WS-PRIOR-HIGH-RC
                   " OVER LIMIT " WS-STP-MAX-PRIOR-RC (WS-STEP-SUB)
                   DELIMITED BY SIZE INTO WS-COND-REASON
           END-IF.
           IF WS-COND-REASON = SPACES
                   AND WS-STP-REQ-RLS (WS-STEP-SUB) NOT = SPACE
               PERFORM 2210-CHECK-RELEASE-STATUS
           END-IF.
           IF WS-COND-REASON = SPACES
                   AND WS-STP-REQ-BAL (WS-STEP-SUB) NOT = SPACE
               PERFORM 2220-CHECK-BALANCE-STATUS
           END-IF.

       2210-CHECK-RELEASE-STATUS.
      *    Opened fresh for each check - the steps before this one
      *    move the ledger record along as the stream runs.
           OPEN INPUT VERBRLSE.
           IF NOT WS-RLS-IO-OK
               MOVE "RELEASE LEDGER NOT AVAILABLE" TO WS-COND-REASON
           ELSE
               MOVE WS-RUN-DATE-YYYYMMDD TO RLS-RUN-DATE
               READ VERBRLSE
                   INVALID KEY
                       MOVE "NO RELEASE LEDGER RECORD FOR RUN DATE"
                           TO WS-COND-REASON
                   NOT INVALID KEY
                       PERFORM 2215-TEST-RELEASE-STATUS
               END-READ
               CLOSE VERBRLSE
           END-IF.

       2215-TEST-RELEASE-STATUS.
           EVALUATE WS-STP-REQ-RLS (WS-STEP-SUB)
               WHEN "W"
                   IF NOT (RLS-WRITTEN OR RLS-RELEASED OR RLS-CONFIRMED)
                       PERFORM 2218-RELEASE-STATUS-REASON
                   END-IF
               WHEN "R"
                   IF NOT (RLS-RELEASED OR RLS-CONFIRMED)
                       PERFORM 2218-RELEASE-STATUS-REASON
                   END-IF
               WHEN "C"
                   IF NOT RLS-CONFIRMED
                       PERFORM 2218-RELEASE-STATUS-REASON
                   END-IF
               WHEN OTHER
                   PERFORM 2218-RELEASE-STATUS-REASON
           END-EVALUATE.

       2218-RELEASE-STATUS-REASON.
           STRING "RELEASE LEDGER STATUS " RLS-STATUS
               " - STEP NEEDS " WS-STP-REQ-RLS (WS-STEP-SUB)
               DELIMITED BY SIZE INTO WS-COND-REASON.

       2220-CHECK-BALANCE-STATUS.
           MOVE "N" TO WS-BAL-EOF-SW.
           OPEN INPUT VERBBAL.
           IF NOT WS-BAL-FILE-FOUND
               MOVE "BALANCE-CONTROL RECORD NOT AVAILABLE"
                   TO WS-COND-REASON
           ELSE
               READ VERBBAL
                   AT END SET WS-BAL-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-BAL-EOF
                       MOVE "BALANCE-CONTROL RECORD NOT AVAILABLE"
                           TO WS-COND-REASON
                   WHEN BAL-RUN-DATE NOT = WS-RUN-DATE-YYYYMMDD
                       MOVE "BALANCE RECORD NOT FOR THIS RUN DATE"
                           TO WS-COND-REASON
                   WHEN WS-STP-REQ-BAL (WS-STEP-SUB) = "R"
                           AND NOT BAL-FEED-RELEASED
                       MOVE "FEED NOT RELEASED ON BALANCE RECORD"
                           TO WS-COND-REASON
                   WHEN WS-STP-REQ-BAL (WS-STEP-SUB) = "N"
                           AND BAL-FEED-UNUSABLE
                       MOVE "FEED MARKED UNUSABLE ON BALANCE RECORD"
                           TO WS-COND-REASON
                   WHEN WS-STP-REQ-BAL (WS-STEP-SUB) NOT = "R"
                           AND WS-STP-REQ-BAL (WS-STEP-SUB) NOT = "N"
                       MOVE "UNKNOWN BALANCE STATUS ON STEP"
                           TO WS-COND-REASON
               END-EVALUATE
               CLOSE VERBBAL
           END-IF.

       2300-EXECUTE-STEP.
      *    Each program ends its own run unit, so it is started as
      *    a separate job step by name rather than CALLed. The
      *    command processor hands back a wait status with the
      *    step's return code in its high-order byte; a value under
      *    256 is taken as the return code itself, and a step that
      *    could not be started at all counts as 9999.
           MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO WS-STEP-COMMAND.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           EVALUATE TRUE
               WHEN RETURN-CODE < ZERO
                   MOVE 9999 TO WS-STEP-RC
               WHEN RETURN-CODE > 255
                   DIVIDE RETURN-CODE BY 256 GIVING WS-STEP-RC
               WHEN OTHER
                   MOVE RETURN-CODE TO WS-STEP-RC
           END-EVALUATE.
           MOVE ZERO TO RETURN-CODE.

       8000-READ-STEP-STATUS.
           MOVE WS-STP-NUMBER (WS-STEP-SUB) TO STAT-STEP-NUMBER.
           MOVE "Y" TO WS-STAT-ON-FILE-SW.
           READ VERBSTAT
               INVALID KEY MOVE "N" TO WS-STAT-ON-FILE-SW
           END-READ.

       8100-FORMAT-STAMP.
           IF WS-STAMP-DATE = ZERO
               MOVE SPACES TO WS-STAMP-TEXT
           ELSE
               MOVE WS-STAMP-DATE TO WS-STE-DATE
               MOVE WS-STAMP-HH TO WS-STE-HH
               MOVE WS-STAMP-MM TO WS-STE-MM
               MOVE WS-STAMP-SS TO WS-STE-SS
               MOVE WS-STAMP-EDIT TO WS-STAMP-TEXT
           END-IF.

       8200-PRINT-STEP-LINE.
           PERFORM 8000-READ-STEP-STATUS.
           MOVE WS-STP-NUMBER (WS-STEP-SUB) TO RPT-STP-NUMBER.
           MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO RPT-STP-PROGRAM.
           MOVE SPACES TO RPT-STP-STARTED RPT-STP-ENDED RPT-STP-RC
               RPT-STP-REMARKS.
           MOVE ZERO TO RPT-STP-RUNS.
           IF NOT WS-STAT-ON-FILE
               MOVE "NOT RUN" TO RPT-STP-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN STAT-COMPLETE
                       MOVE "ENDED" TO RPT-STP-STATUS
                       MOVE STAT-RETURN-CODE TO WS-RC-EDIT
                       MOVE WS-RC-EDIT TO RPT-STP-RC
                   WHEN STAT-STARTED
                       MOVE "NO END" TO RPT-STP-STATUS
                   WHEN STAT-CONDITION-FAILED
                       MOVE "COND FAIL" TO RPT-STP-STATUS
                   WHEN STAT-BYPASSED
                       MOVE "BYPASSED" TO RPT-STP-STATUS
                   WHEN OTHER
                       MOVE "NOT RUN" TO RPT-STP-STATUS
               END-EVALUATE
               MOVE STAT-START-DATE TO WS-STAMP-DATE
               MOVE STAT-START-TIME TO WS-STAMP-TIME
               PERFORM 8100-FORMAT-STAMP
               MOVE WS-STAMP-TEXT TO RPT-STP-STARTED
               MOVE STAT-END-DATE TO WS-STAMP-DATE
               MOVE STAT-END-TIME TO WS-STAMP-TIME
               PERFORM 8100-FORMAT-STAMP
               MOVE WS-STAMP-TEXT TO RPT-STP-ENDED
               MOVE STAT-RUN-COUNT TO RPT-STP-RUNS
               MOVE STAT-REASON TO RPT-STP-REMARKS
               IF STAT-COMPLETE AND WS-STEP-SUB < WS-START-SUB
                   MOVE "ENDED BEFORE THIS RESTART" TO RPT-STP-REMARKS
               END-IF
           END-IF.
           MOVE WS-RPT-STEP-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF WS-STAT-OPEN
               MOVE WS-RPT-COLUMN-HEADING-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-MAX
                   PERFORM 8200-PRINT-STEP-LINE
               END-PERFORM
               CLOSE VERBSTAT
           END-IF.
           MOVE "STEPS DEFINED           :" TO RPT-SUM-CAPTION.
           MOVE WS-STEP-MAX TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "STEPS RUN THIS TIME     :" TO RPT-SUM-CAPTION.
           MOVE WS-STEPS-RUN TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "HIGHEST STEP RC         :" TO RPT-SUM-CAPTION.
           MOVE WS-PRIOR-HIGH-RC TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN WS-STREAM-ENDED
                   MOVE "RUN TO THE END" TO RPT-VERDICT-TEXT
                   MOVE WS-PRIOR-HIGH-RC TO WS-FINAL-RC
               WHEN WS-STREAM-ALREADY-ENDED
                   MOVE WS-STREAM-MESSAGE TO RPT-VERDICT-TEXT
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE WS-STREAM-MESSAGE TO RPT-VERDICT-TEXT
                   MOVE 8 TO WS-FINAL-RC
                   DISPLAY "VERBJOBS " WS-STREAM-MESSAGE
           END-EVALUATE.
           MOVE WS-RPT-VERDICT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           CLOSE VERBJOBS-RPT.

       END PROGRAM VERBJOBS.
