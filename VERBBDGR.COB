      ******************************************************************
      * Author:
      * Date:
      * Purpose: Department budget against actual for every open
      *          accounting period - one block per department on the
      *          budget file, under the department's name, with a
      *          line for each period it is budgeted in that has not
      *          been closed on VERBPERD (a period with no control
      *          record is open). Each line shows the G budget, the
      *          tolerance and the limit it gives (budget plus
      *          tolerance, the point VERBS1 warns or holds at), the
      *          action, the G actually posted in the period, the
      *          utilization as a percentage of budget, and the
      *          headroom left to the budget and to the limit. Actual
      *          G is counted the way VERBS1 counts it at posting
      *          time: every detail posted in the period, net of the
      *          reversals posted in it, taken from the posted-
      *          activity cross-reference. A department past its
      *          limit is flagged OVER, one past its budget but
      *          still inside tolerance TOL. The report date comes
      *          from PARM-PROCESS-DATE when one is keyed, otherwise
      *          the current date. Return code 4 when any department
      *          is over its limit, when there is no cross-reference
      *          to count actuals from, or when budgets did not fit
      *          the table; 8 when there is no budget file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBBDGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBBDGT ASSIGN TO "VERBBDGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDG-KEY
               FILE STATUS IS WS-BDG-FILE-STATUS.
           SELECT VERBPERD ASSIGN TO "VERBPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-FILE-STATUS.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT VERBGLXR ASSIGN TO "VERBGLXR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBBDGR-RPT ASSIGN TO "VERBBDGR.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBBDGT.
       COPY VERBBDGT.
       FD  VERBPERD.
       COPY VERBPERD.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBGLXR.
       COPY VERBGLXR.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBBDGR-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(38) VALUE
               "BUDGET VERSUS ACTUAL - OPEN PERIODS".
           05  FILLER           PIC X(09) VALUE "RUN DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE "PAGE:".
           05  RPT-HDR-PAGE-NO  PIC ZZZZ9.
       01  WS-RPT-COLUMN-HEADING-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE "PERIOD".
           05  FILLER           PIC X(16) VALUE "        BUDGET".
           05  FILLER           PIC X(08) VALUE "  TOL%".
           05  FILLER           PIC X(18) VALUE "           LIMIT".
           05  FILLER           PIC X(03) VALUE "A".
           05  FILLER           PIC X(20) VALUE "           ACTUAL".
           05  FILLER           PIC X(09) VALUE "  UTIL%".
           05  FILLER           PIC X(19) VALUE "HEADROOM TO BUDGET".
           05  FILLER           PIC X(20) VALUE " HEADROOM TO LIMIT".
           05  FILLER           PIC X(04) VALUE "FLAG".
       01  WS-RPT-BUDGET-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-BVA-PERIOD   PIC 9999/99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-BUDGET   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-TOL-PCT  PIC ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-LIMIT    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-ACTION   PIC X.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-ACTUAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BVA-UTIL-PCT PIC ZZZZ9.9-.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-TO-BUDGET
                                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BVA-TO-LIMIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-BVA-FLAG     PIC X(04).
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(60).
       01  WS-RPT-CONTROL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CTL-CAPTION  PIC X(30).
           05  RPT-CTL-VALUE    PIC Z,ZZZ,ZZ9.
       01 WS-BDG-FILE-STATUS PIC XX.
           88  WS-BDG-IO-OK                 VALUE "00".
           88  WS-BDG-FILE-NOT-FOUND        VALUE "35".
       01 WS-PERD-FILE-STATUS PIC XX.
           88  WS-PERD-FILE-FOUND           VALUE "00".
           88  WS-PERD-FILE-NOT-FOUND       VALUE "35".
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-FILE-FOUND           VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
       01 WS-XRF-FILE-STATUS PIC XX.
           88  WS-XRF-IO-OK                 VALUE "00".
           88  WS-XRF-FILE-NOT-FOUND        VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-BDG-AVAILABLE-SW PIC X VALUE "N".
           88  WS-BDG-AVAILABLE             VALUE "Y".
       01 WS-PERD-AVAILABLE-SW PIC X VALUE "N".
           88  WS-PERD-AVAILABLE            VALUE "Y".
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-XRF-AVAILABLE-SW PIC X VALUE "N".
           88  WS-XRF-AVAILABLE             VALUE "Y".
       01 WS-BDG-EOF-SW PIC X VALUE "N".
           88  WS-BDG-EOF                   VALUE "Y".
       01 WS-XRF-EOF-SW PIC X VALUE "N".
           88  WS-XRF-EOF                   VALUE "Y".
       01 WS-PERIOD-CLOSED-SW PIC X VALUE "N".
           88  WS-PERIOD-CLOSED             VALUE "Y".
       01 WS-BUDGET-FOUND-SW PIC X VALUE "N".
           88  WS-BUDGET-FOUND              VALUE "Y".
       01 WS-FINAL-RC PIC 9(4) VALUE ZERO.
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-FIND-DEPT-CODE PIC X(3).
       01 WS-FIND-PERIOD PIC 9(6).
       01 WS-LAST-DEPT-CODE PIC X(3).
      *    One entry per open-period budget, loaded in key order so
      *    the print walks it department by department.
       01 WS-BUDGET-MAX PIC 9(4) VALUE ZERO.
       01 WS-BUDGET-SUB PIC 9(4).
       01 WS-BUDGET-HIT PIC 9(4) VALUE ZERO.
       01 WS-BUDGET-TABLE.
           05  WS-BUDGET-ENTRY OCCURS 500 TIMES.
               10  WS-BGT-DEPT-CODE     PIC X(3).
               10  WS-BGT-PERIOD        PIC 9(6).
               10  WS-BGT-G-BUDGET      PIC 9(9)V99.
               10  WS-BGT-TOLERANCE-PCT PIC 9(3)V99.
               10  WS-BGT-ACTION        PIC X.
               10  WS-BGT-LIMIT         PIC 9(10)V99.
               10  WS-BGT-ACTUAL-G      PIC S9(11)V99.
       01 WS-UTILIZATION-PCT PIC S9(5)V9.
       01 WS-TO-BUDGET PIC S9(11)V99.
       01 WS-TO-LIMIT PIC S9(11)V99.
      *    Report paging.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-PAGE-NO PIC 9(5) VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE ZERO.
       01 WS-LINE-SPACING PIC 9.
      *    Run controls.
       01 WS-BDG-READ PIC 9(7) VALUE ZERO.
       01 WS-BDG-CLOSED PIC 9(7) VALUE ZERO.
       01 WS-BDG-LOST PIC 9(7) VALUE ZERO.
       01 WS-XRF-READ PIC 9(7) VALUE ZERO.
       01 WS-DEPTS-REPORTED PIC 9(5) VALUE ZERO.
       01 WS-OVER-BUDGET PIC 9(5) VALUE ZERO.
       01 WS-OVER-LIMIT PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF WS-BDG-AVAILABLE
               PERFORM 2000-LOAD-BUDGETS
               IF WS-BUDGET-MAX > ZERO
                   PERFORM 2500-ACCUMULATE-ACTUALS
               END-IF
               PERFORM 3000-PRINT-BUDGETS
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
               CLOSE VERBPARM
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           OPEN OUTPUT VERBBDGR-RPT.
           PERFORM 8100-PRINT-PAGE-HEADING.
      *    With no budget file there is nothing to report against.
           OPEN INPUT VERBBDGT.
           IF WS-BDG-IO-OK
               SET WS-BDG-AVAILABLE TO TRUE
           ELSE
               MOVE 8 TO WS-FINAL-RC
           END-IF.
      *    No period control file means no period has been closed,
      *    and no department master only costs the names.
           OPEN INPUT VERBPERD.
           IF WS-PERD-FILE-FOUND
               SET WS-PERD-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT VERBDEPT.
           IF WS-DEPT-FILE-FOUND
               SET WS-DEPT-AVAILABLE TO TRUE
           END-IF.

       2000-LOAD-BUDGETS.
           MOVE LOW-VALUES TO BDG-KEY.
           START VERBBDGT KEY NOT LESS THAN BDG-KEY
               INVALID KEY SET WS-BDG-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BDG-EOF
               READ VERBBDGT NEXT
                   AT END SET WS-BDG-EOF TO TRUE
               END-READ
               IF NOT WS-BDG-EOF
                   ADD 1 TO WS-BDG-READ
                   PERFORM 2100-CHECK-PERIOD-OPEN
                   IF WS-PERIOD-CLOSED
                       ADD 1 TO WS-BDG-CLOSED
                   ELSE
                       PERFORM 2200-ADD-BUDGET-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       2100-CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-PERIOD-CLOSED-SW.
           IF WS-PERD-AVAILABLE
               MOVE BDG-PERIOD TO PERD-PERIOD
               READ VERBPERD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PERD-CLOSED
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2200-ADD-BUDGET-ENTRY.
           IF WS-BUDGET-MAX < 500
               ADD 1 TO WS-BUDGET-MAX
               MOVE BDG-DEPT-CODE TO WS-BGT-DEPT-CODE (WS-BUDGET-MAX)
               MOVE BDG-PERIOD TO WS-BGT-PERIOD (WS-BUDGET-MAX)
               MOVE BDG-G-BUDGET TO WS-BGT-G-BUDGET (WS-BUDGET-MAX)
               MOVE BDG-TOLERANCE-PCT
                   TO WS-BGT-TOLERANCE-PCT (WS-BUDGET-MAX)
               MOVE BDG-ACTION TO WS-BGT-ACTION (WS-BUDGET-MAX)
      *        The same rounding VERBS1 applies, so a line flagged
      *        here is one VERBS1 would have warned or held.
               COMPUTE WS-BGT-LIMIT (WS-BUDGET-MAX) ROUNDED =
                   BDG-G-BUDGET
                   + BDG-G-BUDGET * BDG-TOLERANCE-PCT / 100
               MOVE ZERO TO WS-BGT-ACTUAL-G (WS-BUDGET-MAX)
           ELSE
               ADD 1 TO WS-BDG-LOST
           END-IF.

       2500-ACCUMULATE-ACTUALS.
      *    One pass of the cross-reference: a detail counts in the
      *    period of its run date, and a reversal takes it back out
      *    in the period the reversal was posted in.
           OPEN INPUT VERBGLXR.
           IF WS-XRF-IO-OK
               SET WS-XRF-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO XRF-KEY
               START VERBGLXR KEY NOT LESS THAN XRF-KEY
                   INVALID KEY SET WS-XRF-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-XRF-EOF
                   READ VERBGLXR NEXT
                       AT END SET WS-XRF-EOF TO TRUE
                   END-READ
                   IF NOT WS-XRF-EOF
                       ADD 1 TO WS-XRF-READ
                       PERFORM 2600-APPLY-POSTED-ENTRY
                   END-IF
               END-PERFORM
           ELSE
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       2600-APPLY-POSTED-ENTRY.
           MOVE XRF-DEPT-CODE TO WS-FIND-DEPT-CODE.
           DIVIDE XRF-RUN-DATE BY 100 GIVING WS-FIND-PERIOD.
           PERFORM 2700-FIND-BUDGET-ENTRY.
           IF WS-BUDGET-FOUND
               ADD XRF-G-VALUE TO WS-BGT-ACTUAL-G (WS-BUDGET-HIT)
           END-IF.
           IF XRF-REVERSED
               DIVIDE XRF-RVSL-RUN-DATE BY 100 GIVING WS-FIND-PERIOD
               PERFORM 2700-FIND-BUDGET-ENTRY
               IF WS-BUDGET-FOUND
                   SUBTRACT XRF-G-VALUE
                       FROM WS-BGT-ACTUAL-G (WS-BUDGET-HIT)
               END-IF
           END-IF.

       2700-FIND-BUDGET-ENTRY.
           MOVE "N" TO WS-BUDGET-FOUND-SW.
           MOVE ZERO TO WS-BUDGET-HIT.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-MAX
                       OR WS-BUDGET-FOUND
               IF WS-BGT-DEPT-CODE (WS-BUDGET-SUB) = WS-FIND-DEPT-CODE
                  AND WS-BGT-PERIOD (WS-BUDGET-SUB) = WS-FIND-PERIOD
                   SET WS-BUDGET-FOUND TO TRUE
                   MOVE WS-BUDGET-SUB TO WS-BUDGET-HIT
               END-IF
           END-PERFORM.

       3000-PRINT-BUDGETS.
           IF WS-BUDGET-MAX = ZERO
               MOVE SPACES TO RPT-SEC-TITLE
               MOVE "NO BUDGETS FOR ANY OPEN PERIOD" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE
               MOVE 2 TO WS-LINE-SPACING
               PERFORM 8050-WRITE-REPORT-LINE
           ELSE
               IF NOT WS-XRF-AVAILABLE
                   MOVE SPACES TO RPT-SEC-TITLE
                   MOVE "NO CROSS-REFERENCE ON HAND - NO ACTUALS"
                       TO RPT-SEC-TITLE
                   MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE
                   MOVE 2 TO WS-LINE-SPACING
                   PERFORM 8050-WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-LAST-DEPT-CODE
               PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                       UNTIL WS-BUDGET-SUB > WS-BUDGET-MAX
                   IF WS-BGT-DEPT-CODE (WS-BUDGET-SUB)
                           NOT = WS-LAST-DEPT-CODE
                       PERFORM 3100-PRINT-DEPT-HEADING
                   END-IF
                   PERFORM 3200-PRINT-BUDGET-LINE
               END-PERFORM
           END-IF.

       3100-PRINT-DEPT-HEADING.
           MOVE WS-BGT-DEPT-CODE (WS-BUDGET-SUB) TO WS-LAST-DEPT-CODE.
           ADD 1 TO WS-DEPTS-REPORTED.
           MOVE "NOT ON DEPARTMENT MASTER" TO DEPT-NAME.
           IF WS-DEPT-AVAILABLE
               MOVE WS-LAST-DEPT-CODE TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "NOT ON DEPARTMENT MASTER" TO DEPT-NAME
               END-READ
           END-IF.
      *    Keep the heading with at least its column line and first
      *    period.
           IF WS-LINES-ON-PAGE + 5 > 55
               PERFORM 8100-PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO RPT-SEC-TITLE.
           STRING "DEPARTMENT " WS-LAST-DEPT-CODE "  " DEPT-NAME
               DELIMITED BY SIZE INTO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE.
           MOVE 2 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-REPORT-LINE.
           MOVE WS-RPT-COLUMN-HEADING-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-REPORT-LINE.

       3200-PRINT-BUDGET-LINE.
           MOVE WS-BGT-PERIOD (WS-BUDGET-SUB) TO RPT-BVA-PERIOD.
           MOVE WS-BGT-G-BUDGET (WS-BUDGET-SUB) TO RPT-BVA-BUDGET.
           MOVE WS-BGT-TOLERANCE-PCT (WS-BUDGET-SUB)
               TO RPT-BVA-TOL-PCT.
           MOVE WS-BGT-LIMIT (WS-BUDGET-SUB) TO RPT-BVA-LIMIT.
           MOVE WS-BGT-ACTION (WS-BUDGET-SUB) TO RPT-BVA-ACTION.
           MOVE WS-BGT-ACTUAL-G (WS-BUDGET-SUB) TO RPT-BVA-ACTUAL.
           IF WS-BGT-G-BUDGET (WS-BUDGET-SUB) = ZERO
               MOVE ZERO TO WS-UTILIZATION-PCT
           ELSE
               COMPUTE WS-UTILIZATION-PCT ROUNDED =
                   WS-BGT-ACTUAL-G (WS-BUDGET-SUB) * 100
                   / WS-BGT-G-BUDGET (WS-BUDGET-SUB)
                   ON SIZE ERROR MOVE 99999.9 TO WS-UTILIZATION-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-UTILIZATION-PCT TO RPT-BVA-UTIL-PCT.
           COMPUTE WS-TO-BUDGET = WS-BGT-G-BUDGET (WS-BUDGET-SUB)
               - WS-BGT-ACTUAL-G (WS-BUDGET-SUB).
           COMPUTE WS-TO-LIMIT = WS-BGT-LIMIT (WS-BUDGET-SUB)
               - WS-BGT-ACTUAL-G (WS-BUDGET-SUB).
           MOVE WS-TO-BUDGET TO RPT-BVA-TO-BUDGET.
           MOVE WS-TO-LIMIT TO RPT-BVA-TO-LIMIT.
           EVALUATE TRUE
               WHEN WS-TO-LIMIT < ZERO
                   MOVE "OVER" TO RPT-BVA-FLAG
                   ADD 1 TO WS-OVER-LIMIT
                   MOVE 4 TO WS-FINAL-RC
               WHEN WS-TO-BUDGET < ZERO
                   MOVE "TOL" TO RPT-BVA-FLAG
                   ADD 1 TO WS-OVER-BUDGET
               WHEN OTHER
                   MOVE SPACES TO RPT-BVA-FLAG
           END-EVALUATE.
           MOVE WS-RPT-BUDGET-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-REPORT-LINE.

       8050-WRITE-REPORT-LINE.
      *    Callers stage the line in WS-PRINT-LINE, since a page
      *    heading may have to go out ahead of it.
           IF WS-LINES-ON-PAGE + WS-LINE-SPACING > 55
               PERFORM 8100-PRINT-PAGE-HEADING
               MOVE 2 TO WS-LINE-SPACING
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING WS-LINE-SPACING LINES.
           ADD WS-LINE-SPACING TO WS-LINES-ON-PAGE.

       8100-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           IF WS-PAGE-NO = 1
               WRITE RPT-PRINT-REC
           ELSE
               WRITE RPT-PRINT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE 1 TO WS-LINES-ON-PAGE.

       9000-TERMINATE.
           IF WS-BDG-AVAILABLE
               MOVE "BUDGET RECORDS READ           :" TO RPT-CTL-CAPTION
               MOVE WS-BDG-READ TO RPT-CTL-VALUE
               MOVE 2 TO WS-LINE-SPACING
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "  IN CLOSED PERIODS           :" TO RPT-CTL-CAPTION
               MOVE WS-BDG-CLOSED TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "  REPORTED                    :" TO RPT-CTL-CAPTION
               MOVE WS-BUDGET-MAX TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "  PAST TABLE - NOT REPORTED   :" TO RPT-CTL-CAPTION
               MOVE WS-BDG-LOST TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "DEPARTMENTS REPORTED          :" TO RPT-CTL-CAPTION
               MOVE WS-DEPTS-REPORTED TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "OVER BUDGET WITHIN TOLERANCE  :" TO RPT-CTL-CAPTION
               MOVE WS-OVER-BUDGET TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "OVER LIMIT                    :" TO RPT-CTL-CAPTION
               MOVE WS-OVER-LIMIT TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "CROSS-REFERENCE ENTRIES READ  :" TO RPT-CTL-CAPTION
               MOVE WS-XRF-READ TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               IF WS-BDG-LOST > ZERO
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               IF WS-XRF-AVAILABLE
                   CLOSE VERBGLXR
               END-IF
               CLOSE VERBBDGT
           ELSE
               MOVE SPACES TO RPT-SEC-TITLE
               MOVE "NO BUDGET FILE ON HAND - NOTHING TO REPORT"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE
               MOVE 2 TO WS-LINE-SPACING
               PERFORM 8050-WRITE-REPORT-LINE
           END-IF.
           IF WS-PERD-AVAILABLE
               CLOSE VERBPERD
           END-IF.
           IF WS-DEPT-AVAILABLE
               CLOSE VERBDEPT
           END-IF.
           CLOSE VERBBDGR-RPT.

       9100-PRINT-CONTROL-LINE.
           MOVE WS-RPT-CONTROL-LINE TO WS-PRINT-LINE.
           PERFORM 8050-WRITE-REPORT-LINE.
           MOVE 1 TO WS-LINE-SPACING.

       END PROGRAM VERBBDGR.
