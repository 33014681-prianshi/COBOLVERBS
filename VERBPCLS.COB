      *          sign-off is a printed document instead of a memo.
      *          Once a period is closed, VERBS1 refuses to run with
      *          a process date inside it and rejects reversals
      *          against postings inside it. The supervisor signs on
      *          by ID and password against the VERBUSER security
      *          master; refused attempts are logged to VERBSECV.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VERBPCLS-RPT ASSIGN TO "VERBPCLS.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBUSER ASSIGN TO "VERBUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USR-FILE-STATUS.
           SELECT VERBSECV ASSIGN TO "VERBSECV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBPERD.
       FD  VERBPCLS-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           88  WS-GL-FILE-FOUND             VALUE "00".
           88  WS-GL-FILE-NOT-FOUND         VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-USR-FILE-STATUS PIC XX.
           88  WS-USR-IO-OK                 VALUE "00".
           88  WS-USR-FILE-NOT-FOUND        VALUE "35".
       01 WS-SECV-FILE-STATUS PIC XX.
           88  WS-SECV-FILE-FOUND           VALUE "00".
           88  WS-SECV-FILE-NOT-FOUND       VALUE "35".
       01 WS-USR-AVAILABLE-SW PIC X VALUE "N".
           88  WS-USR-AVAILABLE             VALUE "Y".
       01 WS-GL-EOF-SW PIC X VALUE "N".
           88  WS-GL-EOF                    VALUE "Y".
       01 WS-USER-ID PIC X(8).
       01 WS-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-USER-LEVEL PIC X VALUE SPACE.
           88  WS-USER-IS-SUPERVISOR        VALUE "S".
       01 WS-AUTHORIZED-SW PIC X VALUE "N".
           88  WS-AUTHORIZED                VALUE "Y".
       01 WS-CHECK-USER-ID PIC X(8).
       01 WS-CHECK-PASSWORD PIC X(8).
       01 WS-SIGNON-MAX-ATTEMPTS PIC 99 VALUE 3.
       01 WS-SECV-PROMPT PIC X.
       01 WS-SECV-REASON PIC X(20) VALUE SPACES.
           88  WS-SECV-REASON-LOCKED        VALUE "USER ID LOCKED"
                                            "LOCKED AFTER RETRIES".
       01 WS-SECV-LOCKED-SW PIC X VALUE "N".
           88  WS-SECV-LOCKED               VALUE "Y".
       01 WS-CONFIRM PIC X.
       01 WS-ERROR-MESSAGE PIC X(40).
       01 WS-EDIT-OK-SW PIC X VALUE "N".
       01 WS-CLOSE-DONE-SW PIC X VALUE "N".
           88  WS-CLOSE-DONE                VALUE "Y".
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-CLOSE-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-BATCH-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-BATCH-RUN-DATE PIC 9(8) VALUE ZERO.
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-PERIOD-SCREEN.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARAMETERS.
           PERFORM 1005-OPEN-SECURITY-FILES.
           IF NOT WS-USR-AVAILABLE
               STOP RUN
           END-IF.
           PERFORM 1000-LOGON.
           CLOSE VERBUSER.
           CLOSE VERBSECV.
           PERFORM 2000-ACCEPT-PERIOD.
           DISPLAY SCR-CONFIRM-SCREEN.
           ACCEPT SCR-CONFIRM-SCREEN.
           CLOSE VERBPERD.
           STOP RUN.

       1005-OPEN-SECURITY-FILES.
      *    No user master means nobody can be validated, so nobody
      *    signs on - VERBUMNT enrols the first supervisor.
           OPEN I-O VERBUSER.
           IF WS-USR-IO-OK
               SET WS-USR-AVAILABLE TO TRUE
               OPEN INPUT VERBSECV
               IF WS-SECV-FILE-FOUND
                   CLOSE VERBSECV
                   OPEN EXTEND VERBSECV
               ELSE
                   OPEN OUTPUT VERBSECV
               END-IF
           ELSE
               DISPLAY "VERBUSER.DAT NOT AVAILABLE - STATUS "
                   WS-USR-FILE-STATUS " - SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-LOGON.
      *    Closing a period locks postings for everyone - only a
      *    supervisor-level user may run the job.
               ACCEPT SCR-LOGON-SCREEN
               PERFORM 1010-VALIDATE-USER
               IF NOT WS-AUTHORIZED
                   IF WS-SECV-REASON-LOCKED
                       MOVE "USER ID IS LOCKED - SEE A SUPERVISOR"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "SUPERVISOR-LEVEL USER ID REQUIRED"
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.

       1010-VALIDATE-USER.
           MOVE "N" TO WS-AUTHORIZED-SW.
           MOVE SPACE TO WS-USER-LEVEL.
           MOVE SPACES TO WS-SECV-REASON.
           MOVE WS-USER-ID TO WS-CHECK-USER-ID.
           MOVE WS-PASSWORD TO WS-CHECK-PASSWORD.
           MOVE SPACES TO WS-PASSWORD.
           IF WS-CHECK-USER-ID NOT = SPACES
               PERFORM 1020-CHECK-USER-MASTER
               IF WS-SECV-REASON = SPACES AND NOT USR-SUPERVISOR
                   MOVE "NOT SUPERVISOR LEVEL" TO WS-SECV-REASON
               END-IF
               IF WS-SECV-REASON = SPACES
                   SET WS-AUTHORIZED TO TRUE
                   MOVE USR-LEVEL TO WS-USER-LEVEL
                   MOVE WS-RUN-DATE-YYYYMMDD TO USR-LAST-SIGNON-DATE
                   REWRITE WS-USER-MASTER-REC
               ELSE
                   MOVE "S" TO WS-SECV-PROMPT
                   PERFORM 1030-LOG-SECURITY-VIOLATION
               END-IF
           END-IF.

       1020-CHECK-USER-MASTER.
      *    Shared by the sign-on and the approval prompt. Only a
      *    wrong password touches the record - it counts against
      *    the ID and locks it at the shop limit. A clean check
      *    leaves WS-SECV-REASON blank with the user record in hand
      *    for the caller to rewrite.
           MOVE SPACES TO WS-SECV-REASON.
           MOVE "N" TO WS-SECV-LOCKED-SW.
           MOVE WS-CHECK-USER-ID TO USR-USER-ID.
           READ VERBUSER
               INVALID KEY
                   MOVE "UNKNOWN USER ID" TO WS-SECV-REASON
           END-READ.
           IF WS-SECV-REASON = SPACES
               EVALUATE TRUE
                   WHEN USR-REVOKED
                       MOVE "USER ID REVOKED" TO WS-SECV-REASON
                   WHEN USR-LOCKED
                       MOVE "USER ID LOCKED" TO WS-SECV-REASON
                   WHEN WS-CHECK-PASSWORD NOT = USR-PASSWORD
                       PERFORM 1025-COUNT-FAILED-ATTEMPT
                   WHEN OTHER
                       MOVE ZERO TO USR-FAILED-ATTEMPTS
               END-EVALUATE
           END-IF.

       1025-COUNT-FAILED-ATTEMPT.
           ADD 1 TO USR-FAILED-ATTEMPTS.
           IF USR-FAILED-ATTEMPTS NOT < WS-SIGNON-MAX-ATTEMPTS
               SET USR-LOCKED TO TRUE
               SET WS-SECV-LOCKED TO TRUE
               MOVE "LOCKED AFTER RETRIES" TO WS-SECV-REASON
           ELSE
               MOVE "WRONG PASSWORD" TO WS-SECV-REASON
           END-IF.
           REWRITE WS-USER-MASTER-REC.

       1030-LOG-SECURITY-VIOLATION.
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO SECV-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC TO SECV-TIME.
           MOVE "VERBPCLS" TO SECV-PROGRAM.
           MOVE WS-CHECK-USER-ID TO SECV-USER-ID.
           MOVE WS-SECV-PROMPT TO SECV-PROMPT.
           MOVE WS-SECV-REASON TO SECV-REASON.
           IF SECV-PROMPT-APPROVAL
               MOVE WS-USER-ID TO SECV-SIGNED-ON-USER
           ELSE
               MOVE SPACES TO SECV-SIGNED-ON-USER
           END-IF.
           MOVE WS-SECV-LOCKED-SW TO SECV-LOCKED-SW.
           WRITE WS-SECURITY-VIOLATION-REC.

       1050-LOAD-PARAMETERS.
           OPEN INPUT VERBPARM.
           IF WS-PARM-FILE-FOUND
               READ VERBPARM
                   AT END CONTINUE
               END-READ
               IF PARM-SIGNON-MAX-ATTEMPTS NOT = ZERO
                   MOVE PARM-SIGNON-MAX-ATTEMPTS
                       TO WS-SIGNON-MAX-ATTEMPTS
               END-IF
               CLOSE VERBPARM
           END-IF.

       2000-ACCEPT-PERIOD.
           OPEN I-O VERBPERD.
