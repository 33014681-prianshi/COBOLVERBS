      *          keying audit file. Reversal-reject exceptions
      *          (target "GL") carry no operands to correct - they
      *          are acknowledged worked once the reversal has been
      *          re-keyed through VERBSMNT. A detail VERBS1 held as
      *          BUDGET EXCEEDED (target "BUDGET") can instead be
      *          released to post past its department's budget: a
      *          second, supervisor-level user must always approve,
      *          the release is written to VERBBREL.DAT for VERBS1
      *          to honour, and it is logged to the keying audit
      *          file as function "B". Sign-on and the approving
      *          supervisor are both checked by ID and password
      *          against the VERBUSER security master; refused
      *          attempts are logged to VERBSECV.DAT.
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
           SELECT VERBBREL ASSIGN TO "VERBBREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRL-TRAN-KEY
               FILE STATUS IS WS-BRL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBS1-EXCEPTIONS
       COPY VERBAUD.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       FD  VERBBREL.
       COPY VERBBREL.
       WORKING-STORAGE SECTION.
       01 WS-EXC-FILE-STATUS PIC XX.
           88  WS-EXC-FILE-FOUND            VALUE "00".
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
       01 WS-BRL-FILE-STATUS PIC XX.
           88  WS-BRL-IO-OK                 VALUE "00".
           88  WS-BRL-FILE-NOT-FOUND        VALUE "35".
       01 WS-USER-ID PIC X(8).
       01 WS-PASSWORD PIC X(8) VALUE SPACES.
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
       01 WS-EDIT-OK-SW PIC X VALUE "N".
           88  WS-EDIT-OK                   VALUE "Y".
       01 WS-ACTION PIC X.
       01 WS-TRAILER-ON-FILE-SW PIC X VALUE "N".
           88  WS-TRAILER-ON-FILE           VALUE "Y".
       01 WS-ORIG-A PIC 999 VALUE ZERO.
       01 WS-ORIG-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
       01 WS-WKB-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WKB-HASH-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-WORKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVER-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-APPROVED-BY PIC X(8) VALUE SPACES.
       01 WS-APPROVE-HEADING PIC X(45) VALUE SPACES.
       01 WS-AUDIT-FUNCTION PIC X VALUE "W".
       01 WS-APPROVAL-OK-SW PIC X VALUE "Y".
           88  WS-APPROVAL-OK               VALUE "Y".
       01 WS-APPROVAL-DONE-SW PIC X VALUE "N".
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-EXCEPTION-SCREEN.
           05  LINE 7  COL 23 PIC ZZZ,ZZZ,ZZ9.99- FROM
                   EXC-OVERFLOW-AMOUNT.
           05  LINE 9  COL 05 VALUE
               "(C)ORRECT, (W)ORKED, (R)ELEASE, (S)KIP :".
           05  LINE 9  COL 47 PIC X TO WS-ACTION
                   USING WS-ACTION.
           05  LINE 11 COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
           05  LINE 13 COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-APPROVE-SCREEN.
           05  LINE 15 COL 05 PIC X(45) FROM WS-APPROVE-HEADING.
           05  LINE 16 COL 05 VALUE
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
           05  LINE 15 COL 05 VALUE "RESUBMIT THIS TRANSACTION? (Y/N):".
           05  LINE 15 COL 40 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-RELEASE-CONFIRM-SCREEN.
           05  LINE 15 COL 05 VALUE "RELEASE PAST BUDGET? (Y/N)      :".
           05  LINE 15 COL 40 PIC X TO WS-CONFIRM
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
               PERFORM 1100-OPEN-VERBTRAN
               PERFORM 1180-OPEN-AUDIT-FILE
               PERFORM 1190-OPEN-DEPT-FILE
               PERFORM 1195-OPEN-RELEASE-FILE
               PERFORM 2000-WORK-EXCEPTIONS
               IF WS-TRAILER-DUE
                   PERFORM 2900-WRITE-TRAILER
               END-IF
               CLOSE VERBTRAN
               CLOSE VERBAUDT
               CLOSE VERBBREL
               IF WS-DEPT-AVAILABLE
                   CLOSE VERBDEPT
               END-IF
               DISPLAY "EXCEPTIONS WORKED : " WS-WORKED-COUNT
               DISPLAY "EXCEPTIONS SKIPPED: " WS-SKIPPED-COUNT
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

       1195-OPEN-RELEASE-FILE.
           OPEN I-O VERBBREL.
           IF WS-BRL-FILE-NOT-FOUND
               OPEN OUTPUT VERBBREL
               CLOSE VERBBREL
               OPEN I-O VERBBREL
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
           MOVE SPACES TO WS-SECV-REASON.
           MOVE WS-USER-ID TO WS-CHECK-USER-ID.
           MOVE WS-PASSWORD TO WS-CHECK-PASSWORD.
           MOVE SPACES TO WS-PASSWORD.
           IF WS-CHECK-USER-ID NOT = SPACES
               PERFORM 1020-CHECK-USER-MASTER
               IF WS-SECV-REASON = SPACES
                   SET WS-AUTHORIZED TO TRUE
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
           MOVE "VERBSWKB" TO SECV-PROGRAM.
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
      *    Pick up the running count/hash the same way VERBSMNT does:
      *    through VERBSMNT, after which W acknowledges the
      *    exception as worked so it stops reappearing. W is only
      *    honest for those; operand exceptions close through C.
      *    A budget hold closes through C if the detail was wrong,
      *    or through R if it is right and may post past budget.
           PERFORM UNTIL WS-ACTION = "C" OR "c" OR "S" OR "s"
                   OR "W" OR "w" OR "R" OR "r"
               DISPLAY SCR-EXCEPTION-SCREEN
               ACCEPT SCR-EXCEPTION-SCREEN
               EVALUATE TRUE
                   WHEN WS-ACTION NOT = "C" AND "c" AND "S" AND "s"
                           AND "W" AND "w" AND "R" AND "r"
                       MOVE "ENTER C, W, R, OR S"
                           TO WS-ERROR-MESSAGE
                   WHEN (WS-ACTION = "C" OR "c")
                           AND EXC-TARGET-FIELD = "GL"
                       MOVE "W IS FOR REVERSAL EXCEPTIONS - USE C"
                           TO WS-ERROR-MESSAGE
                       MOVE SPACE TO WS-ACTION
                   WHEN (WS-ACTION = "R" OR "r")
                           AND EXC-TARGET-FIELD NOT = "BUDGET"
                       MOVE "R IS FOR BUDGET EXCEPTIONS ONLY"
                           TO WS-ERROR-MESSAGE
                       MOVE SPACE TO WS-ACTION
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ACTION = "C" OR "c"
                   PERFORM 2200-CORRECT-AND-RESUBMIT
               WHEN WS-ACTION = "R" OR "r"
                   PERFORM 2800-RELEASE-BUDGET-HOLD
               WHEN WS-ACTION = "W" OR "w"
                   PERFORM 2500-MARK-EXCEPTION-WORKED
                   ADD 1 TO WS-WORKED-COUNT
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 2400-APPEND-CORRECTED-TRAN
                   MOVE "W" TO WS-AUDIT-FUNCTION
                   PERFORM 2700-WRITE-AUDIT-RECORD
                   PERFORM 2500-MARK-EXCEPTION-WORKED
                   ADD 1 TO WS-WORKED-COUNT
           MOVE "N" TO WS-KEY-HELD-BY-RVSL-SW.
           MOVE ZERO TO WS-CURRENT-A WS-CURRENT-B WS-CURRENT-C
               WS-CURRENT-D WS-CURRENT-E WS-CURRENT-H WS-CURRENT-I
               WS-ORIG-A WS-ORIG-EFFECTIVE-DATE.
           MOVE SPACES TO WS-CURRENT-DEPT.
           MOVE WS-EXC-TRAN-KEY TO TRAN-KEY.
           READ VERBTRAN
                       MOVE OP-E TO WS-CURRENT-E
                       MOVE OP-H TO WS-CURRENT-H
                       MOVE OP-I TO WS-CURRENT-I
                       MOVE TRAN-EFFECTIVE-DATE
                           TO WS-ORIG-EFFECTIVE-DATE
                   ELSE
                       SET WS-KEY-HELD-BY-RVSL TO TRUE
                   END-IF
           MOVE WS-CURRENT-H TO OP-H.
           MOVE WS-CURRENT-I TO OP-I.
           MOVE WS-RUN-DATE-YYYYMMDD TO TRAN-LAST-MAINT-DATE.
      *    A rewritten original keeps the effective date it was keyed
      *    with; a record re-added under its old key is effective at
      *    once, as it was already due when VERBS1 rejected it.
           MOVE WS-ORIG-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE.
           IF WS-ORIG-FOUND
               REWRITE WS-VERB-TRAN-REC
               SUBTRACT WS-ORIG-A FROM WS-WKB-HASH-TOTAL
      *    threshold means the approval control is not in effect.
           MOVE "Y" TO WS-APPROVAL-OK-SW.
           MOVE SPACES TO WS-APPROVED-BY.
           MOVE "AMOUNT OVER THRESHOLD - APPROVAL REQUIRED"
               TO WS-APPROVE-HEADING.
           IF WS-APPROVAL-THRESHOLD > ZERO
                   AND (WS-CURRENT-E > WS-APPROVAL-THRESHOLD
                       OR WS-CURRENT-H > WS-APPROVAL-THRESHOLD)

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
           MOVE WS-RUN-DATE-YYYYMMDD TO AUD-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC TO AUD-TIME.
           MOVE WS-USER-ID TO AUD-USER-ID.
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION.
           MOVE WS-EXC-TRAN-KEY TO AUD-TRAN-KEY.
           MOVE WS-CURRENT-DEPT TO AUD-DEPT-CODE.
           MOVE WS-CURRENT-A TO AUD-A.
           MOVE WS-USER-ID TO EXC-WORKED-USER.
           REWRITE WS-EXCEPTION-REC.

       2800-RELEASE-BUDGET-HOLD.
      *    No threshold applies here - posting past a budget always
      *    takes a second, supervisor-level user. The release names
      *    the period the detail was held in; the master is not
      *    touched, so VERBS1 posts the detail as it stands on its
      *    next run.
           MOVE EXC-TRAN-KEY TO WS-EXC-TRAN-KEY.
           PERFORM 2210-FIND-ORIGINAL-TRANSACTION.
           IF NOT WS-ORIG-FOUND
               MOVE "DETAIL NOT ON MASTER - NOT RELEASED"
                   TO WS-ERROR-MESSAGE
               DISPLAY SCR-EXCEPTION-SCREEN
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE "BUDGET RELEASE - SUPERVISOR APPROVAL REQUIRED"
                   TO WS-APPROVE-HEADING
               MOVE SPACES TO WS-APPROVED-BY
               PERFORM 2650-OBTAIN-APPROVAL
               IF NOT WS-APPROVAL-OK
                   MOVE "NOT APPROVED - NOT RELEASED"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-EXCEPTION-SCREEN
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   DISPLAY SCR-RELEASE-CONFIRM-SCREEN
                   ACCEPT SCR-RELEASE-CONFIRM-SCREEN
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM 2850-WRITE-RELEASE-RECORD
                       MOVE "B" TO WS-AUDIT-FUNCTION
                       PERFORM 2700-WRITE-AUDIT-RECORD
                       PERFORM 2500-MARK-EXCEPTION-WORKED
                       ADD 1 TO WS-WORKED-COUNT
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               END-IF
           END-IF.

       2850-WRITE-RELEASE-RECORD.
           MOVE WS-EXC-TRAN-KEY TO BRL-TRAN-KEY.
           MOVE WS-CURRENT-DEPT TO BRL-DEPT-CODE.
           DIVIDE EXC-RUN-DATE BY 100 GIVING BRL-PERIOD.
           MOVE EXC-RUN-DATE TO BRL-EXC-RUN-DATE.
           MOVE WS-RUN-DATE-YYYYMMDD TO BRL-RELEASE-DATE.
           MOVE WS-USER-ID TO BRL-RELEASED-BY.
           MOVE WS-APPROVED-BY TO BRL-APPROVED-BY.
           MOVE ZERO TO BRL-LAST-USED-DATE BRL-USE-COUNT.
           WRITE WS-BUDGET-RELEASE-REC
               INVALID KEY REWRITE WS-BUDGET-RELEASE-REC
           END-WRITE.

       2900-WRITE-TRAILER.
      *    Same rule as VERBSMNT: one "T" trailer covering every
      *    detail record on the master, held at reserved key 999999
