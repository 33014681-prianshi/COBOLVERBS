      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive maintenance/inquiry for the standing-
      *          transaction templates the VERBTGEN generator turns
      *          into VERBTRAN detail records each cycle. A template
      *          holds one department's recurring operand set, its
      *          frequency (weekly, monthly, or quarterly), start and
      *          end dates, next-due date, and active/suspended
      *          status. The operand and department edits are the
      *          ones VERBSMNT applies to keyed details, and the same
      *          approval rule holds: amounts over the shop-set
      *          approval threshold need a second, supervisor-level
      *          user to approve on screen before the template is
      *          written, and the approver is kept on the template
      *          and carried onto every generated audit entry.
      *          Sign-on and the approving supervisor are both
      *          checked by ID and password against the VERBUSER
      *          security master; refused attempts are logged to
      *          VERBSECV.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBSTND ASSIGN TO "VERBSTND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STND-TEMPLATE-ID
               FILE STATUS IS WS-STND-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
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
       FD  VERBSTND.
       COPY VERBSTND.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       WORKING-STORAGE SECTION.
       01 WS-STND-FILE-STATUS PIC XX.
           88  WS-STND-IO-OK                VALUE "00".
           88  WS-STND-FILE-NOT-FOUND       VALUE "35".
           88  WS-STND-DUPLICATE-KEY        VALUE "22".
           88  WS-STND-KEY-NOT-FOUND        VALUE "23".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-FILE-FOUND           VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
      *    Optional the same way it is for VERBSMNT: with no
      *    department master on hand, codes are accepted as keyed.
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
           88  WS-FUNCTION-INQUIRE          VALUE "I" "i".
           88  WS-FUNCTION-DELETE           VALUE "D" "d".
       01 WS-KEY-ENTRY PIC 9(6) VALUE ZERO.
       01 WS-KEY-OK-SW PIC X VALUE "N".
           88  WS-KEY-OK                    VALUE "Y".
       01 WS-EDIT-OK-SW PIC X VALUE "N".
           88  WS-EDIT-OK                   VALUE "Y".
       01 WS-MORE-ENTRIES-SW PIC X VALUE "Y".
           88  WS-MORE-ENTRIES              VALUE "Y".
       01 WS-CONFIRM PIC X.
       01 WS-ERROR-MESSAGE PIC X(40).
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-APPROVAL-OK-SW PIC X VALUE "Y".
           88  WS-APPROVAL-OK               VALUE "Y".
       01 WS-APPROVAL-DONE-SW PIC X VALUE "N".
           88  WS-APPROVAL-DONE             VALUE "Y".
       01 WS-CURRENT-DEPT PIC X(3) VALUE SPACES.
       01 WS-CURRENT-A PIC 999 VALUE ZERO.
       01 WS-CURRENT-B PIC 999 VALUE ZERO.
       01 WS-CURRENT-C PIC 999 VALUE ZERO.
       01 WS-CURRENT-D PIC 999 VALUE ZERO.
       01 WS-CURRENT-E PIC S9(7)V99 VALUE ZERO.
       01 WS-CURRENT-H PIC S9(7)V99 VALUE ZERO.
       01 WS-CURRENT-I PIC 99 VALUE ZERO.
       01 WS-CURRENT-FREQUENCY PIC X VALUE SPACE.
           88  WS-CURRENT-WEEKLY            VALUE "W".
           88  WS-CURRENT-VALID-FREQUENCY   VALUE "W" "M" "Q".
       01 WS-CURRENT-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-START-PARTS REDEFINES WS-CURRENT-START-DATE.
           05  WS-CURRENT-START-YYYYMM  PIC 9(6).
           05  WS-CURRENT-START-DD      PIC 99.
       01 WS-CURRENT-END-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-STATUS PIC X VALUE "A".
           88  WS-CURRENT-ACTIVE            VALUE "A".
           88  WS-CURRENT-KEYABLE-STATUS    VALUE "A" "S".
       01 WS-CURRENT-NEXT-DUE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-GEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-LAST-GEN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-LAST-GEN-KEY PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-CURRENT-MAINT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MAINT-USER PIC X(8) VALUE SPACES.
       01 WS-OLD-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-OLD-NEXT-DUE PIC 9(8) VALUE ZERO.
       SCREEN SECTION.
       01  SCR-LOGON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "STANDING TRANSACTION TEMPLATES".
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "STANDING TRANSACTION TEMPLATES".
           05  LINE 4  COL 05 VALUE
               "FUNCTION (A/C/I, D=DELETE)         :".
           05  LINE 4  COL 43 PIC X TO WS-FUNCTION
                   USING WS-FUNCTION.
           05  LINE 5  COL 05 VALUE "TEMPLATE ID (1-999999):".
           05  LINE 5  COL 43 PIC 9(6) TO WS-KEY-ENTRY
                   USING WS-KEY-ENTRY.
           05  LINE 7  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-TEMPLATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "STANDING TRANSACTION TEMPLATES".
           05  LINE 3  COL 10 VALUE "TEMPLATE ID:".
           05  LINE 3  COL 23 PIC 9(6) FROM WS-KEY-ENTRY.
           05  LINE 4  COL 05 VALUE "DEPT  (REQUIRED)    :".
           05  LINE 4  COL 28 PIC X(3) TO WS-CURRENT-DEPT
                   USING WS-CURRENT-DEPT.
           05  LINE 5  COL 05 VALUE "A     (1-999)       :".
           05  LINE 5  COL 28 PIC 999 TO WS-CURRENT-A
                   USING WS-CURRENT-A.
           05  LINE 6  COL 05 VALUE "B     (0-999)       :".
           05  LINE 6  COL 28 PIC 999 TO WS-CURRENT-B
                   USING WS-CURRENT-B.
           05  LINE 7  COL 05 VALUE "C     (0-999)       :".
           05  LINE 7  COL 28 PIC 999 TO WS-CURRENT-C
                   USING WS-CURRENT-C.
           05  LINE 8  COL 05 VALUE "D     (0-999)       :".
           05  LINE 8  COL 28 PIC 999 TO WS-CURRENT-D
                   USING WS-CURRENT-D.
           05  LINE 9  COL 05 VALUE "E     (0-9999999.99):".
           05  LINE 9  COL 28 PIC 9(7).99 TO WS-CURRENT-E
                   USING WS-CURRENT-E.
           05  LINE 10 COL 05 VALUE "H     (0-9999999.99):".
           05  LINE 10 COL 28 PIC 9(7).99 TO WS-CURRENT-H
                   USING WS-CURRENT-H.
           05  LINE 11 COL 05 VALUE "I     (0-99)        :".
           05  LINE 11 COL 28 PIC 99 TO WS-CURRENT-I
                   USING WS-CURRENT-I.
           05  LINE 12 COL 05 VALUE "FREQUENCY (W/M/Q)   :".
           05  LINE 12 COL 28 PIC X TO WS-CURRENT-FREQUENCY
                   USING WS-CURRENT-FREQUENCY.
           05  LINE 13 COL 05 VALUE "START DATE YYYYMMDD :".
           05  LINE 13 COL 28 PIC 9(8) TO WS-CURRENT-START-DATE
                   USING WS-CURRENT-START-DATE.
           05  LINE 14 COL 05 VALUE "END DATE (0=NONE)   :".
           05  LINE 14 COL 28 PIC 9(8) TO WS-CURRENT-END-DATE
                   USING WS-CURRENT-END-DATE.
           05  LINE 15 COL 05 VALUE "STATUS (A/S)        :".
           05  LINE 15 COL 28 PIC X TO WS-CURRENT-STATUS
                   USING WS-CURRENT-STATUS.
           05  LINE 16 COL 05 VALUE "NEXT DUE            :".
           05  LINE 16 COL 28 PIC 9999/99/99 FROM WS-CURRENT-NEXT-DUE.
           05  LINE 16 COL 40 VALUE "GENERATED:".
           05  LINE 16 COL 51 PIC ZZZZ9 FROM WS-CURRENT-GEN-COUNT.
           05  LINE 17 COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE
               "STANDING TRANSACTION TEMPLATE INQUIRY".
           05  LINE 3  COL 10 VALUE "TEMPLATE ID:".
           05  LINE 3  COL 23 PIC 9(6) FROM WS-KEY-ENTRY.
           05  LINE 4  COL 05 VALUE "DEPT:".
           05  LINE 4  COL 11 PIC X(3) FROM WS-CURRENT-DEPT.
           05  LINE 4  COL 17 VALUE "FREQUENCY:".
           05  LINE 4  COL 28 PIC X FROM WS-CURRENT-FREQUENCY.
           05  LINE 4  COL 32 VALUE "STATUS:".
           05  LINE 4  COL 40 PIC X FROM WS-CURRENT-STATUS.
           05  LINE 5  COL 05 VALUE "A:".
           05  LINE 5  COL 08 PIC 999 FROM WS-CURRENT-A.
           05  LINE 5  COL 13 VALUE "B:".
           05  LINE 5  COL 16 PIC 999 FROM WS-CURRENT-B.
           05  LINE 5  COL 21 VALUE "C:".
           05  LINE 5  COL 24 PIC 999 FROM WS-CURRENT-C.
           05  LINE 5  COL 29 VALUE "D:".
           05  LINE 5  COL 32 PIC 999 FROM WS-CURRENT-D.
           05  LINE 6  COL 05 VALUE "E:".
           05  LINE 6  COL 08 PIC 9(7).99 FROM WS-CURRENT-E.
           05  LINE 6  COL 21 VALUE "H:".
           05  LINE 6  COL 24 PIC 9(7).99 FROM WS-CURRENT-H.
           05  LINE 6  COL 37 VALUE "I:".
           05  LINE 6  COL 40 PIC 99 FROM WS-CURRENT-I.
           05  LINE 7  COL 05 VALUE "START:".
           05  LINE 7  COL 12 PIC 9999/99/99 FROM WS-CURRENT-START-DATE.
           05  LINE 7  COL 25 VALUE "END:".
           05  LINE 7  COL 30 PIC 9999/99/99 FROM WS-CURRENT-END-DATE.
           05  LINE 7  COL 43 VALUE "NEXT DUE:".
           05  LINE 7  COL 53 PIC 9999/99/99 FROM WS-CURRENT-NEXT-DUE.
           05  LINE 8  COL 05 VALUE "GENERATED:".
           05  LINE 8  COL 16 PIC ZZZZ9 FROM WS-CURRENT-GEN-COUNT.
           05  LINE 8  COL 23 VALUE "LAST ON:".
           05  LINE 8  COL 32 PIC 9999/99/99
                   FROM WS-CURRENT-LAST-GEN-DATE.
           05  LINE 8  COL 44 VALUE "AS TRAN KEY:".
           05  LINE 8  COL 57 PIC 9(6) FROM WS-CURRENT-LAST-GEN-KEY.
           05  LINE 9  COL 05 VALUE "LAST CHANGED:".
           05  LINE 9  COL 19 PIC 9999/99/99
                   FROM WS-CURRENT-MAINT-DATE.
           05  LINE 9  COL 31 VALUE "BY".
           05  LINE 9  COL 34 PIC X(8) FROM WS-CURRENT-MAINT-USER.
           05  LINE 9  COL 44 VALUE "APPROVED BY:".
           05  LINE 9  COL 57 PIC X(8) FROM WS-CURRENT-APPROVED-BY.
       01  SCR-APPROVE-SCREEN.
           05  LINE 18 COL 05 VALUE
               "AMOUNT OVER THRESHOLD - APPROVAL REQUIRED".
           05  LINE 19 COL 05 VALUE
               "SUPERVISOR ID (BLANK=CANCEL):".
           05  LINE 19 COL 36 PIC X(8) TO WS-APPROVER-ID
                   USING WS-APPROVER-ID.
           05  LINE 20 COL 05 VALUE
               "SUPERVISOR PASSWORD         :".
           05  LINE 20 COL 36 PIC X(8) TO WS-APPROVER-PASSWORD
                   SECURE.
           05  LINE 21 COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-CONFIRM-SCREEN.
           05  LINE 18 COL 05 VALUE "WRITE THIS TEMPLATE? (Y/N)   :".
           05  LINE 18 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-DELETE-CONFIRM-SCREEN.
           05  LINE 18 COL 05 VALUE "DELETE THIS TEMPLATE? (Y/N)  :".
           05  LINE 18 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-MORE-SCREEN.
           05  LINE 22 COL 05 VALUE "ANOTHER TEMPLATE? (Y/N)      :".
           05  LINE 22 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARAMETERS.
           PERFORM 1005-OPEN-SECURITY-FILES.
           IF WS-USR-AVAILABLE
               PERFORM 1000-LOGON
           END-IF.
           IF WS-AUTHORIZED
               PERFORM 1100-OPEN-TEMPLATE-FILES
               PERFORM UNTIL NOT WS-MORE-ENTRIES
                   PERFORM 2000-MAINTAIN-ONE-TEMPLATE
               END-PERFORM
               CLOSE VERBSTND
               IF WS-DEPT-AVAILABLE
                   CLOSE VERBDEPT
               END-IF
           END-IF.
           IF WS-USR-AVAILABLE
               CLOSE VERBUSER
               CLOSE VERBSECV
           END-IF.
           STOP RUN.

       1050-LOAD-PARAMETERS.
           OPEN INPUT VERBPARM.
           IF WS-PARM-FILE-FOUND
               READ VERBPARM
                   AT END CONTINUE
               END-READ
               IF PARM-APPROVAL-THRESHOLD NOT = ZERO
                   MOVE PARM-APPROVAL-THRESHOLD
                       TO WS-APPROVAL-THRESHOLD
               END-IF
               IF PARM-SIGNON-MAX-ATTEMPTS NOT = ZERO
                   MOVE PARM-SIGNON-MAX-ATTEMPTS
                       TO WS-SIGNON-MAX-ATTEMPTS
               END-IF
               CLOSE VERBPARM
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
               DISPLAY SCR-LOGON-SCREEN
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
           MOVE "VERBTMNT" TO SECV-PROGRAM.
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

       1100-OPEN-TEMPLATE-FILES.
           OPEN I-O VERBSTND.
           IF WS-STND-FILE-NOT-FOUND
               OPEN OUTPUT VERBSTND
               CLOSE VERBSTND
               OPEN I-O VERBSTND
           END-IF.
           OPEN INPUT VERBDEPT.
           IF WS-DEPT-FILE-FOUND
               SET WS-DEPT-AVAILABLE TO TRUE
           END-IF.

       2000-MAINTAIN-ONE-TEMPLATE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-KEY-OK-SW.
           PERFORM UNTIL WS-KEY-OK
               DISPLAY SCR-FUNCTION-SCREEN
               ACCEPT SCR-FUNCTION-SCREEN
               PERFORM 2050-EDIT-FUNCTION-AND-KEY
           END-PERFORM.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-ADD
                   PERFORM 2300-ADD-TEMPLATE
               WHEN WS-FUNCTION-CHANGE
                   PERFORM 2400-CHANGE-TEMPLATE
               WHEN WS-FUNCTION-INQUIRE
                   PERFORM 2500-INQUIRE-TEMPLATE
               WHEN WS-FUNCTION-DELETE
                   PERFORM 2550-DELETE-TEMPLATE
           END-EVALUATE.
           PERFORM 2200-ASK-FOR-MORE.

       2050-EDIT-FUNCTION-AND-KEY.
           EVALUATE TRUE
               WHEN NOT WS-FUNCTION-ADD AND NOT WS-FUNCTION-CHANGE
                       AND NOT WS-FUNCTION-INQUIRE
                       AND NOT WS-FUNCTION-DELETE
                   MOVE "FUNCTION MUST BE A, C, I, OR D"
                       TO WS-ERROR-MESSAGE
               WHEN WS-KEY-ENTRY = ZERO
                   MOVE "TEMPLATE ID MUST BE GREATER THAN ZERO"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-KEY-OK TO TRUE
           END-EVALUATE.

       2300-ADD-TEMPLATE.
      *    A new template starts active, due first on its start date,
      *    with the last template's operands left on screen as the
      *    prefill the way VERBSMNT carries them forward.
           MOVE WS-KEY-ENTRY TO STND-TEMPLATE-ID.
           READ VERBSTND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "TEMPLATE ALREADY ON FILE - USE CHANGE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               MOVE "A" TO WS-CURRENT-STATUS
               MOVE ZERO TO WS-CURRENT-GEN-COUNT
                   WS-CURRENT-LAST-GEN-DATE WS-CURRENT-LAST-GEN-KEY
                   WS-CURRENT-NEXT-DUE WS-OLD-START-DATE
                   WS-OLD-NEXT-DUE
               PERFORM 2150-ACCEPT-TEMPLATE
               PERFORM 2600-CHECK-APPROVAL
               IF NOT WS-APPROVAL-OK
                   MOVE "NOT APPROVED - TEMPLATE NOT WRITTEN"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-FUNCTION-SCREEN
               ELSE
                   DISPLAY SCR-CONFIRM-SCREEN
                   ACCEPT SCR-CONFIRM-SCREEN
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM 2350-WRITE-NEW-TEMPLATE
                   END-IF
               END-IF
           END-IF.

       2350-WRITE-NEW-TEMPLATE.
           MOVE WS-KEY-ENTRY TO STND-TEMPLATE-ID.
           PERFORM 2160-MOVE-FIELDS-TO-RECORD.
           WRITE WS-STANDING-TEMPLATE-REC
               INVALID KEY
                   MOVE "DUPLICATE KEY - TEMPLATE NOT WRITTEN"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-FUNCTION-SCREEN
           END-WRITE.

       2400-CHANGE-TEMPLATE.
           MOVE WS-KEY-ENTRY TO STND-TEMPLATE-ID.
           READ VERBSTND
               INVALID KEY
                   MOVE "TEMPLATE NOT ON FILE - NOTHING TO CHANGE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               MOVE WS-CURRENT-START-DATE TO WS-OLD-START-DATE
               MOVE WS-CURRENT-NEXT-DUE TO WS-OLD-NEXT-DUE
               PERFORM 2150-ACCEPT-TEMPLATE
               PERFORM 2600-CHECK-APPROVAL
               IF NOT WS-APPROVAL-OK
                   MOVE "NOT APPROVED - TEMPLATE NOT CHANGED"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-FUNCTION-SCREEN
               ELSE
                   DISPLAY SCR-CONFIRM-SCREEN
                   ACCEPT SCR-CONFIRM-SCREEN
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       MOVE WS-KEY-ENTRY TO STND-TEMPLATE-ID
                       PERFORM 2160-MOVE-FIELDS-TO-RECORD
                       REWRITE WS-STANDING-TEMPLATE-REC
                   END-IF
               END-IF
           END-IF.

       2500-INQUIRE-TEMPLATE.
           MOVE WS-KEY-ENTRY TO STND-TEMPLATE-ID.
           READ VERBSTND
               INVALID KEY
                   MOVE "TEMPLATE NOT ON FILE" TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               DISPLAY SCR-INQUIRY-SCREEN
           END-IF.

       2550-DELETE-TEMPLATE.
      *    Details already generated stay on the master - deleting
      *    the template only stops further occurrences.
           MOVE WS-KEY-ENTRY TO STND-TEMPLATE-ID.
           READ VERBSTND
               INVALID KEY
                   MOVE "TEMPLATE NOT ON FILE - NOTHING TO DELETE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               DISPLAY SCR-INQUIRY-SCREEN
               DISPLAY SCR-DELETE-CONFIRM-SCREEN
               ACCEPT SCR-DELETE-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   DELETE VERBSTND RECORD
               END-IF
           END-IF.

       2150-ACCEPT-TEMPLATE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-EDIT-OK-SW.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY SCR-TEMPLATE-SCREEN
               ACCEPT SCR-TEMPLATE-SCREEN
               PERFORM 2100-EDIT-TEMPLATE
               IF NOT WS-EDIT-OK
                   DISPLAY SCR-TEMPLATE-SCREEN
               END-IF
           END-PERFORM.

       2100-EDIT-TEMPLATE.
      *    The operand edits are VERBSMNT's, plus the divisor rule
      *    VERBEDIT would otherwise suspend every occurrence on. The
      *    start date fixes the schedule, so it may not move once a
      *    detail has been generated from it, and a fresh schedule
      *    may not start in the past - the generator would create
      *    every missed occurrence on its first run. Only a new
      *    start date resets next-due - the generator advances it
      *    past skipped occurrences without counting them, so any
      *    other change keeps the date on file.
           MOVE "N" TO WS-EDIT-OK-SW.
           PERFORM 2120-VALIDATE-DEPARTMENT.
           IF WS-CURRENT-START-DATE NOT = WS-OLD-START-DATE
               MOVE WS-CURRENT-START-DATE TO WS-CURRENT-NEXT-DUE
           ELSE
               MOVE WS-OLD-NEXT-DUE TO WS-CURRENT-NEXT-DUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CURRENT-DEPT = SPACES
                   MOVE "DEPT CODE IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-DEPT-EDIT-MSG NOT = SPACES
                   MOVE WS-DEPT-EDIT-MSG TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-A + WS-CURRENT-B + WS-CURRENT-C > 999
                   MOVE "A + B + C MUST NOT EXCEED 999"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-D > WS-CURRENT-A
                   MOVE "D MUST NOT EXCEED A"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-A = ZERO
                   MOVE "A MUST NOT BE ZERO (DIVISOR)"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-E + WS-CURRENT-H > 9999999.99
                   MOVE "E + H MUST NOT EXCEED 9999999.99"
                       TO WS-ERROR-MESSAGE
               WHEN NOT WS-CURRENT-VALID-FREQUENCY
                   MOVE "FREQUENCY MUST BE W, M, OR Q"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-START-DATE = ZERO
                   MOVE "START DATE IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-CURRENT-START-DATE)
                       NOT = ZERO
                   MOVE "START DATE IS NOT A VALID YYYYMMDD"
                       TO WS-ERROR-MESSAGE
               WHEN NOT WS-CURRENT-WEEKLY
                       AND WS-CURRENT-START-DD > 28
                   MOVE "MONTHLY/QUARTERLY START DAY MUST BE 1-28"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-GEN-COUNT > ZERO
                       AND WS-CURRENT-START-DATE NOT = WS-OLD-START-DATE
                   MOVE "START DATE IS FIXED ONCE GENERATED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-GEN-COUNT = ZERO
                       AND WS-CURRENT-START-DATE NOT = WS-OLD-START-DATE
                       AND WS-CURRENT-START-DATE < WS-RUN-DATE-YYYYMMDD
                   MOVE "START DATE MUST NOT BE BEFORE TODAY"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-END-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-CURRENT-END-DATE) NOT = ZERO
                   MOVE "END DATE IS NOT A VALID YYYYMMDD"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-END-DATE NOT = ZERO
                       AND WS-CURRENT-END-DATE < WS-CURRENT-START-DATE
                   MOVE "END DATE MUST NOT BE BEFORE START DATE"
                       TO WS-ERROR-MESSAGE
               WHEN NOT WS-CURRENT-KEYABLE-STATUS
                   MOVE "STATUS MUST BE A OR S"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-ACTIVE AND WS-CURRENT-END-DATE NOT = ZERO
                       AND WS-CURRENT-NEXT-DUE > WS-CURRENT-END-DATE
                   MOVE "END DATE PASSED - EXTEND IT TO REACTIVATE"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-EDIT-OK TO TRUE
           END-EVALUATE.

       2120-VALIDATE-DEPARTMENT.
      *    Same rule as VERBSMNT keying: the code must name a
      *    department on the master, and a closed department takes
      *    no new activity.
           MOVE SPACES TO WS-DEPT-EDIT-MSG.
           IF WS-DEPT-AVAILABLE AND WS-CURRENT-DEPT NOT = SPACES
               MOVE WS-CURRENT-DEPT TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "DEPT CODE NOT ON DEPARTMENT MASTER"
                           TO WS-DEPT-EDIT-MSG
                   NOT INVALID KEY
                       IF DEPT-CLOSED
                           MOVE "DEPARTMENT IS CLOSED TO NEW ACTIVITY"
                               TO WS-DEPT-EDIT-MSG
                       END-IF
               END-READ
           END-IF.

       2160-MOVE-FIELDS-TO-RECORD.
      *    Generation history is carried over untouched - only the
      *    generator moves it.
           MOVE WS-CURRENT-DEPT TO STND-DEPT-CODE.
           MOVE WS-CURRENT-A TO STND-OP-A.
           MOVE WS-CURRENT-B TO STND-OP-B.
           MOVE WS-CURRENT-C TO STND-OP-C.
           MOVE WS-CURRENT-D TO STND-OP-D.
           MOVE WS-CURRENT-E TO STND-OP-E.
           MOVE WS-CURRENT-H TO STND-OP-H.
           MOVE WS-CURRENT-I TO STND-OP-I.
           MOVE WS-CURRENT-FREQUENCY TO STND-FREQUENCY.
           MOVE WS-CURRENT-START-DATE TO STND-START-DATE.
           MOVE WS-CURRENT-END-DATE TO STND-END-DATE.
           MOVE WS-CURRENT-NEXT-DUE TO STND-NEXT-DUE-DATE.
           MOVE WS-CURRENT-STATUS TO STND-STATUS.
           MOVE WS-CURRENT-GEN-COUNT TO STND-GEN-COUNT.
           MOVE WS-CURRENT-LAST-GEN-DATE TO STND-LAST-GEN-DATE.
           MOVE WS-CURRENT-LAST-GEN-KEY TO STND-LAST-GEN-TRAN-KEY.
           MOVE WS-APPROVED-BY TO STND-APPROVED-BY.
           MOVE WS-RUN-DATE-YYYYMMDD TO STND-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO STND-LAST-MAINT-USER.

       2170-MOVE-RECORD-TO-FIELDS.
           MOVE STND-DEPT-CODE TO WS-CURRENT-DEPT.
           MOVE STND-OP-A TO WS-CURRENT-A.
           MOVE STND-OP-B TO WS-CURRENT-B.
           MOVE STND-OP-C TO WS-CURRENT-C.
           MOVE STND-OP-D TO WS-CURRENT-D.
           MOVE STND-OP-E TO WS-CURRENT-E.
           MOVE STND-OP-H TO WS-CURRENT-H.
           MOVE STND-OP-I TO WS-CURRENT-I.
           MOVE STND-FREQUENCY TO WS-CURRENT-FREQUENCY.
           MOVE STND-START-DATE TO WS-CURRENT-START-DATE.
           MOVE STND-END-DATE TO WS-CURRENT-END-DATE.
           MOVE STND-NEXT-DUE-DATE TO WS-CURRENT-NEXT-DUE.
           MOVE STND-STATUS TO WS-CURRENT-STATUS.
           MOVE STND-GEN-COUNT TO WS-CURRENT-GEN-COUNT.
           MOVE STND-LAST-GEN-DATE TO WS-CURRENT-LAST-GEN-DATE.
           MOVE STND-LAST-GEN-TRAN-KEY TO WS-CURRENT-LAST-GEN-KEY.
           MOVE STND-APPROVED-BY TO WS-CURRENT-APPROVED-BY.
           MOVE STND-LAST-MAINT-DATE TO WS-CURRENT-MAINT-DATE.
           MOVE STND-LAST-MAINT-USER TO WS-CURRENT-MAINT-USER.

       2600-CHECK-APPROVAL.
      *    A zero threshold means the approval control is not in
      *    effect (no parameter record keyed for it).
           MOVE "Y" TO WS-APPROVAL-OK-SW.
           MOVE SPACES TO WS-APPROVED-BY.
           IF WS-APPROVAL-THRESHOLD > ZERO
                   AND (WS-CURRENT-E > WS-APPROVAL-THRESHOLD
                       OR WS-CURRENT-H > WS-APPROVAL-THRESHOLD)
               PERFORM 2650-OBTAIN-APPROVAL
           END-IF.

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
               ACCEPT SCR-APPROVE-SCREEN
               EVALUATE TRUE
                   WHEN WS-APPROVER-ID = SPACES
                       SET WS-APPROVAL-DONE TO TRUE
                   WHEN WS-APPROVER-ID = WS-USER-ID
                       MOVE "APPROVER MUST BE A SECOND USER"
                           TO WS-ERROR-MESSAGE
                   WHEN OTHER
                       PERFORM 2660-VALIDATE-APPROVER
               END-EVALUATE
           END-PERFORM.
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

       2200-ASK-FOR-MORE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           DISPLAY SCR-MORE-SCREEN.
           ACCEPT SCR-MORE-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               MOVE "N" TO WS-MORE-ENTRIES-SW
           END-IF.

       END PROGRAM VERBTMNT.
