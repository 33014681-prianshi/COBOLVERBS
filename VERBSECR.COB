      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily security-violation report over VERBSECV.DAT.
      *          Prints every refused sign-on and refused approval
      *          ID for the report date - when, which program, the
      *          ID keyed, sign-on or approval prompt, why it was
      *          refused, the operator signed on at the time of an
      *          approval attempt, and whether the attempt locked
      *          the ID - then the refusal count by user ID, and
      *          every ID standing locked on the VERBUSER master so
      *          the supervisor can decide on each one. The report
      *          date comes from PARM-PROCESS-DATE when one is
      *          keyed, otherwise the current date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBSECR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBSECV ASSIGN TO "VERBSECV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-FILE-STATUS.
           SELECT VERBUSER ASSIGN TO "VERBUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USR-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBSECR-RPT ASSIGN TO "VERBSECR.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBSECR-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(29) VALUE
               "DAILY SECURITY VIOLATIONS    ".
           05  FILLER           PIC X(12) VALUE "REPORT DATE:".
           05  RPT-HDR-RPT-DATE PIC 9999/99/99.
       01  WS-RPT-COLUMN-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(09) VALUE "TIME".
           05  FILLER           PIC X(09) VALUE "PROGRAM".
           05  FILLER           PIC X(09) VALUE "USER ID".
           05  FILLER           PIC X(10) VALUE "PROMPT".
           05  FILLER           PIC X(21) VALUE "REASON".
           05  FILLER           PIC X(11) VALUE "SIGNED ON".
           05  FILLER           PIC X(06) VALUE "LOCKED".
       01  WS-RPT-DETAIL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DTL-TIME     PIC 99/99/99.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DTL-PROGRAM  PIC X(9).
           05  RPT-DTL-USER     PIC X(9).
           05  RPT-DTL-PROMPT   PIC X(10).
           05  RPT-DTL-REASON   PIC X(21).
           05  RPT-DTL-SIGNED-ON PIC X(11).
           05  RPT-DTL-LOCKED   PIC X(6).
       01  WS-RPT-USER-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-UTL-USER     PIC X(10).
           05  FILLER           PIC X(10) VALUE "SIGN-ON: ".
           05  RPT-UTL-SIGNON   PIC ZZ,ZZ9.
           05  FILLER           PIC X(12) VALUE "  APPROVAL: ".
           05  RPT-UTL-APPROVAL PIC ZZ,ZZ9.
           05  FILLER           PIC X(10) VALUE "  LOCKED: ".
           05  RPT-UTL-LOCKED   PIC X(3).
       01  WS-RPT-LOCKED-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-LCK-USER     PIC X(10).
           05  RPT-LCK-NAME     PIC X(26).
           05  FILLER           PIC X(07) VALUE "LEVEL ".
           05  RPT-LCK-LEVEL    PIC X(3).
           05  FILLER           PIC X(14) VALUE "LAST SIGN-ON ".
           05  RPT-LCK-SIGNON   PIC 9999/99/99.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(26) VALUE
               "TOTAL REFUSED ATTEMPTS:   ".
           05  RPT-TOT-COUNT    PIC ZZ,ZZ9.
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(50).
       01 WS-SECV-FILE-STATUS PIC XX.
           88  WS-SECV-FILE-FOUND           VALUE "00".
           88  WS-SECV-FILE-NOT-FOUND       VALUE "35".
       01 WS-USR-FILE-STATUS PIC XX.
           88  WS-USR-IO-OK                 VALUE "00".
           88  WS-USR-FILE-NOT-FOUND        VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-FOUND            VALUE "00".
           88  WS-RPT-FILE-NOT-FOUND        VALUE "35".
       01 WS-SECV-EOF-SW PIC X VALUE "N".
           88  WS-SECV-EOF                  VALUE "Y".
       01 WS-USR-EOF-SW PIC X VALUE "N".
           88  WS-USR-EOF                   VALUE "Y".
       01 WS-SECV-TIME-HHMMSS PIC 9(6).
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOCKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-USER-SUB PIC 99.
       01 WS-USER-HIT PIC 99 VALUE ZERO.
       01 WS-USER-MAX PIC 99 VALUE ZERO.
       01 WS-USER-FOUND-SW PIC X.
           88  WS-USER-FOUND                VALUE "Y".
       01 WS-USER-TOTAL-TABLE.
           05  WS-USER-TOTAL-ENTRY OCCURS 20 TIMES.
               10  WS-UTL-USER-ID       PIC X(8).
               10  WS-UTL-SIGNON        PIC 9(5).
               10  WS-UTL-APPROVAL      PIC 9(5).
               10  WS-UTL-LOCKED-SW     PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PRINT-VIOLATIONS.
           PERFORM 3000-PRINT-USER-TOTALS.
           PERFORM 4000-PRINT-LOCKED-IDS.
           CLOSE VERBSECR-RPT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VERBPARM.
           IF WS-PARM-FILE-FOUND
               READ VERBPARM
                   AT END CONTINUE
               END-READ
               IF PARM-PROCESS-DATE NOT = ZERO
                   MOVE PARM-PROCESS-DATE TO WS-REPORT-DATE
               END-IF
               CLOSE VERBPARM
           END-IF.
           OPEN OUTPUT VERBSECR-RPT.
           MOVE WS-REPORT-DATE TO RPT-HDR-RPT-DATE.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC.
           MOVE WS-RPT-COLUMN-HEADING-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.

       2000-PRINT-VIOLATIONS.
           OPEN INPUT VERBSECV.
           IF WS-SECV-FILE-NOT-FOUND
               MOVE "NO SECURITY-VIOLATION FILE ON HAND"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               PERFORM UNTIL WS-SECV-EOF
                   READ VERBSECV
                       AT END SET WS-SECV-EOF TO TRUE
                   END-READ
                   IF NOT WS-SECV-EOF AND SECV-DATE = WS-REPORT-DATE
                       PERFORM 2100-PRINT-ONE-VIOLATION
                   END-IF
               END-PERFORM
               CLOSE VERBSECV
           END-IF.
           IF WS-ENTRY-COUNT = ZERO
               MOVE "NO SECURITY VIOLATIONS FOR REPORT DATE"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-ENTRY-COUNT TO RPT-TOT-COUNT
               MOVE WS-RPT-TOTAL-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
           END-IF.

       2100-PRINT-ONE-VIOLATION.
           ADD 1 TO WS-ENTRY-COUNT.
      *    SECV-TIME carries HHMMSSCC; the report shows HHMMSS.
           DIVIDE SECV-TIME BY 100 GIVING WS-SECV-TIME-HHMMSS.
           MOVE WS-SECV-TIME-HHMMSS TO RPT-DTL-TIME.
           MOVE SECV-PROGRAM TO RPT-DTL-PROGRAM.
           MOVE SECV-USER-ID TO RPT-DTL-USER.
           IF SECV-PROMPT-APPROVAL
               MOVE "APPROVAL" TO RPT-DTL-PROMPT
           ELSE
               MOVE "SIGN-ON" TO RPT-DTL-PROMPT
           END-IF.
           MOVE SECV-REASON TO RPT-DTL-REASON.
           MOVE SECV-SIGNED-ON-USER TO RPT-DTL-SIGNED-ON.
           IF SECV-ID-LOCKED
               MOVE "YES" TO RPT-DTL-LOCKED
           ELSE
               MOVE SPACES TO RPT-DTL-LOCKED
           END-IF.
           MOVE WS-RPT-DETAIL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           PERFORM 2200-TALLY-USER.

       2200-TALLY-USER.
           MOVE "N" TO WS-USER-FOUND-SW.
           MOVE ZERO TO WS-USER-HIT.
           PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                   UNTIL WS-USER-SUB > WS-USER-MAX
                       OR WS-USER-FOUND
               IF WS-UTL-USER-ID (WS-USER-SUB) = SECV-USER-ID
                   SET WS-USER-FOUND TO TRUE
                   MOVE WS-USER-SUB TO WS-USER-HIT
               END-IF
           END-PERFORM.
           IF NOT WS-USER-FOUND AND WS-USER-MAX < 20
               ADD 1 TO WS-USER-MAX
               MOVE WS-USER-MAX TO WS-USER-HIT
               MOVE SECV-USER-ID TO WS-UTL-USER-ID (WS-USER-HIT)
               MOVE ZERO TO WS-UTL-SIGNON (WS-USER-HIT)
                   WS-UTL-APPROVAL (WS-USER-HIT)
               MOVE "N" TO WS-UTL-LOCKED-SW (WS-USER-HIT)
           END-IF.
           IF WS-USER-HIT > ZERO
               IF SECV-PROMPT-APPROVAL
                   ADD 1 TO WS-UTL-APPROVAL (WS-USER-HIT)
               ELSE
                   ADD 1 TO WS-UTL-SIGNON (WS-USER-HIT)
               END-IF
               IF SECV-ID-LOCKED
                   MOVE "Y" TO WS-UTL-LOCKED-SW (WS-USER-HIT)
               END-IF
           END-IF.

       3000-PRINT-USER-TOTALS.
           IF WS-USER-MAX > ZERO
               MOVE "REFUSALS BY USER ID" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                       UNTIL WS-USER-SUB > WS-USER-MAX
                   MOVE WS-UTL-USER-ID (WS-USER-SUB) TO RPT-UTL-USER
                   MOVE WS-UTL-SIGNON (WS-USER-SUB)
                       TO RPT-UTL-SIGNON
                   MOVE WS-UTL-APPROVAL (WS-USER-SUB)
                       TO RPT-UTL-APPROVAL
                   IF WS-UTL-LOCKED-SW (WS-USER-SUB) = "Y"
                       MOVE "YES" TO RPT-UTL-LOCKED
                   ELSE
                       MOVE "NO" TO RPT-UTL-LOCKED
                   END-IF
                   MOVE WS-RPT-USER-TOTAL-LINE TO RPT-PRINT-REC
                   WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       4000-PRINT-LOCKED-IDS.
      *    Every ID standing locked, whatever day it locked on - a
      *    lock stays until a supervisor resets it in VERBUMNT.
           MOVE "USER IDS CURRENTLY LOCKED" TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           OPEN INPUT VERBUSER.
           IF WS-USR-IO-OK
               MOVE LOW-VALUES TO USR-USER-ID
               START VERBUSER KEY NOT LESS THAN USR-USER-ID
                   INVALID KEY SET WS-USR-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-USR-EOF
                   READ VERBUSER NEXT
                       AT END SET WS-USR-EOF TO TRUE
                   END-READ
                   IF NOT WS-USR-EOF AND USR-LOCKED
                       PERFORM 4100-PRINT-LOCKED-ID
                   END-IF
               END-PERFORM
               CLOSE VERBUSER
           END-IF.
           IF WS-LOCKED-COUNT = ZERO
               MOVE "NONE" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.

       4100-PRINT-LOCKED-ID.
           ADD 1 TO WS-LOCKED-COUNT.
           MOVE USR-USER-ID TO RPT-LCK-USER.
           MOVE USR-NAME TO RPT-LCK-NAME.
           MOVE USR-LEVEL TO RPT-LCK-LEVEL.
           MOVE USR-LAST-SIGNON-DATE TO RPT-LCK-SIGNON.
           MOVE WS-RPT-LOCKED-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       END PROGRAM VERBSECR.
