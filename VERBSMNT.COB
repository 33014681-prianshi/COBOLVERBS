      *          the record is written. Department codes are
      *          validated against the VERBDEPT master when one is
      *          on hand - an unknown or closed department cannot
      *          be keyed. Sign-on and the approving supervisor are
      *          both checked by ID and password against the VERBUSER
      *          security master; refused attempts are logged to
      *          VERBSECV.DAT and repeated wrong passwords lock the ID.
      *          A detail may be keyed ahead with an effective date:
      *          it waits on the master until the process date
      *          reaches it (zero means effective at once).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
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
       FD  VERBTRAN.
       FD  VERBAUDT
           RECORDING MODE IS F.
       COPY VERBAUD.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS PIC XX.
           88  WS-TRAN-IO-OK                VALUE "00".
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-DEPT-EDIT-MSG PIC X(40) VALUE SPACES.
       01 WS-USR-FILE-STATUS PIC XX.
           88  WS-USR-IO-OK                 VALUE "00".
           88  WS-USR-FILE-NOT-FOUND        VALUE "35".
       01 WS-SECV-FILE-STATUS PIC XX.
           88  WS-SECV-FILE-FOUND           VALUE "00".
           88  WS-SECV-FILE-NOT-FOUND       VALUE "35".
       01 WS-USR-AVAILABLE-SW PIC X VALUE "N".
           88  WS-USR-AVAILABLE             VALUE "Y".
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
       01 WS-FUNCTION PIC X VALUE SPACE.
           88  WS-FUNCTION-ADD              VALUE "A" "a".
           88  WS-FUNCTION-CHANGE           VALUE "C" "c".
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-APPROVAL-OK-SW PIC X VALUE "Y".
           88  WS-APPROVAL-OK               VALUE "Y".
       01 WS-CURRENT-E PIC S9(7)V99 VALUE ZERO.
       01 WS-CURRENT-H PIC S9(7)V99 VALUE ZERO.
       01 WS-CURRENT-I PIC 99 VALUE ZERO.
       01 WS-CURRENT-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-VSM-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VSM-HASH-TOTAL PIC 9(9) VALUE ZERO.
       SCREEN SECTION.
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-FUNCTION-SCREEN.
           05  LINE 11 COL 05 VALUE "I     (0-99)        :".
           05  LINE 11 COL 28 PIC 99 TO WS-CURRENT-I
                   USING WS-CURRENT-I.
           05  LINE 12 COL 05 VALUE "EFFECTIVE (0=AT ONCE):".
           05  LINE 12 COL 28 PIC 9(8) TO WS-CURRENT-EFF-DATE
                   USING WS-CURRENT-EFF-DATE.
           05  LINE 13 COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-DELETE-SCREEN.
           05  LINE 6  COL 24 PIC 9(7).99 FROM WS-CURRENT-H.
           05  LINE 6  COL 37 VALUE "I:".
           05  LINE 6  COL 40 PIC 99 FROM WS-CURRENT-I.
           05  LINE 7  COL 05 VALUE "EFFECTIVE:".
           05  LINE 7  COL 16 PIC 9(8) FROM WS-CURRENT-EFF-DATE.
       01  SCR-REVERSAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "VERBS1 OPERAND MAINTENANCE".
               "SUPERVISOR ID (BLANK=CANCEL):".
           05  LINE 16 COL 36 PIC X(8) TO WS-APPROVER-ID
                   USING WS-APPROVER-ID.
           05  LINE 17 COL 05 VALUE
               "SUPERVISOR PASSWORD         :".
           05  LINE 17 COL 36 PIC X(8) TO WS-APPROVER-PASSWORD
                   SECURE.
           05  LINE 18 COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-CONFIRM-SCREEN.
           05  LINE 15 COL 05 VALUE "WRITE THIS TRANSACTION? (Y/N):".
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARAMETERS.
           PERFORM 1005-OPEN-SECURITY-FILES.
           IF WS-USR-AVAILABLE
               PERFORM 1000-LOGON
           END-IF.
           IF WS-AUTHORIZED
               PERFORM 1100-OPEN-VERBTRAN
               PERFORM 1180-OPEN-AUDIT-FILE
                   CLOSE VERBDEPT
               END-IF
           END-IF.
           IF WS-USR-AVAILABLE
               CLOSE VERBUSER
               CLOSE VERBSECV
           END-IF.
           STOP RUN.

       1050-LOAD-PARAMETERS.
                   MOVE PARM-APPROVAL-THRESHOLD
                       TO WS-APPROVAL-THRESHOLD
               END-IF
               IF PARM-SIGNON-MAX-ATTEMPTS NOT = ZERO
                   MOVE PARM-SIGNON-MAX-ATTEMPTS
                       TO WS-SIGNON-MAX-ATTEMPTS
               END-IF
               CLOSE VERBPARM
           END-IF.

               SET WS-DEPT-AVAILABLE TO TRUE
           END-IF.

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
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM UNTIL WS-AUTHORIZED
               ACCEPT SCR-LOGON-SCREEN
               PERFORM 1010-VALIDATE-USER
               IF NOT WS-AUTHORIZED
                   IF WS-SECV-REASON-LOCKED
                       MOVE "USER ID IS LOCKED - SEE A SUPERVISOR"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "USER ID NOT AUTHORIZED - TRY AGAIN"
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
           MOVE "VERBSMNT" TO SECV-PROGRAM.
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

       1100-OPEN-VERBTRAN.
           OPEN I-O VERBTRAN.
               DELETE VERBTRAN RECORD
               MOVE ZERO TO WS-CURRENT-A WS-CURRENT-B WS-CURRENT-C
                   WS-CURRENT-D WS-CURRENT-E WS-CURRENT-H
                   WS-CURRENT-I WS-CURRENT-EFF-DATE
               MOVE SPACES TO WS-CURRENT-DEPT
               MOVE SPACES TO WS-APPROVED-BY
               MOVE "D" TO WS-AUDIT-FUNCTION
               WHEN WS-CURRENT-E + WS-CURRENT-H > 9999999.99
                   MOVE "E + H MUST NOT EXCEED 9999999.99"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-EFF-DATE = ZERO
                   SET WS-EDIT-OK TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-CURRENT-EFF-DATE)
                       NOT = ZERO
                   MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD"
                       TO WS-ERROR-MESSAGE
      *        A date already passed would post at once anyway - it
      *        is keyed as zero so the master never shows a stale
      *        date as if it were still waiting.
               WHEN WS-CURRENT-EFF-DATE < WS-RUN-DATE-YYYYMMDD
                   MOVE "EFFECTIVE DATE IS PAST - KEY 0 FOR NOW"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-EDIT-OK TO TRUE
           END-EVALUATE.
           MOVE WS-CURRENT-H TO OP-H.
           MOVE WS-CURRENT-I TO OP-I.
           MOVE WS-RUN-DATE-YYYYMMDD TO TRAN-LAST-MAINT-DATE.
           MOVE WS-CURRENT-EFF-DATE TO TRAN-EFFECTIVE-DATE.

       2800-ADD-REVERSAL.
      *    A reversal keys its own (unused) TRAN-KEY and names the
               NOT INVALID KEY
                   MOVE ZERO TO WS-CURRENT-A WS-CURRENT-B
                       WS-CURRENT-C WS-CURRENT-D WS-CURRENT-E
                       WS-CURRENT-H WS-CURRENT-I WS-CURRENT-EFF-DATE
                   MOVE SPACES TO WS-CURRENT-DEPT
                   MOVE SPACES TO WS-APPROVED-BY
                   MOVE "R" TO WS-AUDIT-FUNCTION

       2650-OBTAIN-APPROVAL.
      *    The approver must be a second user: supervisor level and
      *    not the operator doing the keying, proved by the
      *    supervisor's own password. Blank cancels.
           MOVE "N" TO WS-APPROVAL-OK-SW.
           MOVE "N" TO WS-APPROVAL-DONE-SW.
           MOVE SPACES TO WS-APPROVER-ID.
           MOVE SPACES TO WS-APPROVER-PASSWORD.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           PERFORM UNTIL WS-APPROVAL-DONE
               DISPLAY SCR-APPROVE-SCREEN
           MOVE SPACES TO WS-ERROR-MESSAGE.

       2660-VALIDATE-APPROVER.
           MOVE WS-APPROVER-ID TO WS-CHECK-USER-ID.
           MOVE WS-APPROVER-PASSWORD TO WS-CHECK-PASSWORD.
           MOVE SPACES TO WS-APPROVER-PASSWORD.
           PERFORM 1020-CHECK-USER-MASTER.
           IF WS-SECV-REASON = SPACES AND NOT USR-SUPERVISOR
               MOVE "NOT SUPERVISOR LEVEL" TO WS-SECV-REASON
           END-IF.
           IF WS-SECV-REASON = SPACES
               REWRITE WS-USER-MASTER-REC
               MOVE "Y" TO WS-APPROVAL-OK-SW
               MOVE WS-APPROVER-ID TO WS-APPROVED-BY
               SET WS-APPROVAL-DONE TO TRUE
           ELSE
               MOVE "A" TO WS-SECV-PROMPT
               PERFORM 1030-LOG-SECURITY-VIOLATION
               IF WS-SECV-REASON-LOCKED
                   MOVE "APPROVER ID IS LOCKED" TO WS-ERROR-MESSAGE
               ELSE
                   MOVE "SUPERVISOR ID OR PASSWORD NOT ACCEPTED"
                       TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

       2700-WRITE-AUDIT-RECORD.
           MOVE OP-E TO WS-CURRENT-E.
           MOVE OP-H TO WS-CURRENT-H.
           MOVE OP-I TO WS-CURRENT-I.
           MOVE TRAN-EFFECTIVE-DATE TO WS-CURRENT-EFF-DATE.

       2900-UPDATE-TRAILER.
      *    VERBS1's control-total reconciliation needs one "T"
