      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive maintenance/inquiry for the department
      *          budgets VERBS1 holds postings against. One record
      *          per department and accounting period (YYYYMM)
      *          carries the G budget, the tolerance percentage
      *          allowed over it, and the action once a posting
      *          would pass budget plus tolerance - W warns, H holds
      *          the detail as a BUDGET EXCEEDED exception. Budgets
      *          steer what posts, so only a supervisor-level user
      *          may sign on; an add is checked against the VERBDEPT
      *          master, and a period closed on VERBPERD may be
      *          inquired on but not changed. Every confirmed add,
      *          change, or delete is logged with its before and
      *          after values to VERBBDAU.DAT. Sign-on is checked by
      *          ID and password against the VERBUSER security
      *          master; refused attempts are logged to VERBSECV.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBBDGT ASSIGN TO "VERBBDGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDG-KEY
               FILE STATUS IS WS-BDG-FILE-STATUS.
           SELECT VERBBDAU ASSIGN TO "VERBBDAU.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDA-FILE-STATUS.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT VERBPERD ASSIGN TO "VERBPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD
               FILE STATUS IS WS-PERD-FILE-STATUS.
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
       FD  VERBBDGT.
       COPY VERBBDGT.
       FD  VERBBDAU
           RECORDING MODE IS F.
       COPY VERBBDAU.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBPERD.
       COPY VERBPERD.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       WORKING-STORAGE SECTION.
       01 WS-BDG-FILE-STATUS PIC XX.
           88  WS-BDG-IO-OK                 VALUE "00".
           88  WS-BDG-FILE-NOT-FOUND        VALUE "35".
       01 WS-BDA-FILE-STATUS PIC XX.
           88  WS-BDA-FILE-FOUND            VALUE "00".
           88  WS-BDA-FILE-NOT-FOUND        VALUE "35".
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-IO-OK                VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-PERD-FILE-STATUS PIC XX.
           88  WS-PERD-IO-OK                VALUE "00".
           88  WS-PERD-FILE-NOT-FOUND       VALUE "35".
       01 WS-PERD-AVAILABLE-SW PIC X VALUE "N".
           88  WS-PERD-AVAILABLE            VALUE "Y".
       01 WS-PERIOD-CLOSED-SW PIC X VALUE "N".
           88  WS-PERIOD-CLOSED             VALUE "Y".
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
       01 WS-DEPT-ENTRY PIC X(3) VALUE SPACES.
       01 WS-PERIOD-ENTRY PIC 9(6) VALUE ZERO.
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
       01 WS-CURRENT-G-BUDGET PIC 9(9)V99 VALUE ZERO.
       01 WS-CURRENT-TOLERANCE-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-CURRENT-ACTION PIC X VALUE SPACE.
           88  WS-CURRENT-ACTION-VALID      VALUE "W" "H".
       01 WS-CURRENT-LIMIT PIC 9(10)V99 VALUE ZERO.
       01 WS-CURRENT-MAINT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MAINT-USER PIC X(8) VALUE SPACES.
      *    Before values of the record being changed or deleted, for
      *    the audit record.
       01 WS-OLD-G-BUDGET PIC 9(9)V99 VALUE ZERO.
       01 WS-OLD-TOLERANCE-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-OLD-ACTION PIC X VALUE SPACE.
       SCREEN SECTION.
       01  SCR-LOGON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "DEPARTMENT BUDGET MAINTENANCE".
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "DEPARTMENT BUDGET MAINTENANCE".
           05  LINE 4  COL 05 VALUE
               "FUNCTION (A/C/I, D=DELETE)         :".
           05  LINE 4  COL 43 PIC X TO WS-FUNCTION
                   USING WS-FUNCTION.
           05  LINE 5  COL 05 VALUE "DEPT CODE           :".
           05  LINE 5  COL 43 PIC X(3) TO WS-DEPT-ENTRY
                   USING WS-DEPT-ENTRY.
           05  LINE 6  COL 05 VALUE "PERIOD (YYYYMM)     :".
           05  LINE 6  COL 43 PIC 9(6) TO WS-PERIOD-ENTRY
                   USING WS-PERIOD-ENTRY.
           05  LINE 8  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-BUDGET-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "DEPARTMENT BUDGET MAINTENANCE".
           05  LINE 3  COL 10 VALUE "DEPT CODE:".
           05  LINE 3  COL 21 PIC X(3) FROM WS-DEPT-ENTRY.
           05  LINE 3  COL 27 VALUE "PERIOD:".
           05  LINE 3  COL 35 PIC 9999/99 FROM WS-PERIOD-ENTRY.
           05  LINE 4  COL 05 VALUE "G BUDGET            :".
           05  LINE 4  COL 28 PIC 9(9).99 TO WS-CURRENT-G-BUDGET
                   USING WS-CURRENT-G-BUDGET.
           05  LINE 5  COL 05 VALUE "TOLERANCE PERCENT   :".
           05  LINE 5  COL 28 PIC 9(3).99
                   TO WS-CURRENT-TOLERANCE-PCT
                   USING WS-CURRENT-TOLERANCE-PCT.
           05  LINE 6  COL 05 VALUE "ACTION (W=WARN,H=HOLD):".
           05  LINE 6  COL 28 PIC X TO WS-CURRENT-ACTION
                   USING WS-CURRENT-ACTION.
           05  LINE 8  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "DEPARTMENT BUDGET INQUIRY".
           05  LINE 3  COL 10 VALUE "DEPT CODE:".
           05  LINE 3  COL 21 PIC X(3) FROM WS-DEPT-ENTRY.
           05  LINE 3  COL 27 VALUE "PERIOD:".
           05  LINE 3  COL 35 PIC 9999/99 FROM WS-PERIOD-ENTRY.
           05  LINE 4  COL 05 VALUE "G BUDGET            :".
           05  LINE 4  COL 28 PIC ZZZ,ZZZ,ZZ9.99
                   FROM WS-CURRENT-G-BUDGET.
           05  LINE 5  COL 05 VALUE "TOLERANCE PERCENT   :".
           05  LINE 5  COL 28 PIC ZZ9.99
                   FROM WS-CURRENT-TOLERANCE-PCT.
           05  LINE 6  COL 05 VALUE "ACTION (W=WARN,H=HOLD):".
           05  LINE 6  COL 28 PIC X FROM WS-CURRENT-ACTION.
           05  LINE 7  COL 05 VALUE "LIMIT WITH TOLERANCE:".
           05  LINE 7  COL 28 PIC Z,ZZZ,ZZZ,ZZ9.99
                   FROM WS-CURRENT-LIMIT.
           05  LINE 8  COL 05 VALUE "LAST CHANGED        :".
           05  LINE 8  COL 28 PIC 9999/99/99
                   FROM WS-CURRENT-MAINT-DATE.
           05  LINE 8  COL 40 VALUE "BY".
           05  LINE 8  COL 43 PIC X(8) FROM WS-CURRENT-MAINT-USER.
       01  SCR-CONFIRM-SCREEN.
           05  LINE 10 COL 05 VALUE "WRITE THIS BUDGET? (Y/N)     :".
           05  LINE 10 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-DELETE-CONFIRM-SCREEN.
           05  LINE 10 COL 05 VALUE "DELETE THIS BUDGET? (Y/N)    :".
           05  LINE 10 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-MORE-SCREEN.
           05  LINE 12 COL 05 VALUE "ANOTHER BUDGET? (Y/N)        :".
           05  LINE 12 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARAMETERS.
           PERFORM 1005-OPEN-SECURITY-FILES.
           IF WS-USR-AVAILABLE
               PERFORM 1000-LOGON
               CLOSE VERBUSER
               CLOSE VERBSECV
           END-IF.
           IF WS-AUTHORIZED
               PERFORM 1100-OPEN-BUDGET-FILES
               PERFORM UNTIL NOT WS-MORE-ENTRIES
                   PERFORM 2000-MAINTAIN-ONE-BUDGET
               END-PERFORM
               CLOSE VERBBDGT
               CLOSE VERBBDAU
               IF WS-DEPT-AVAILABLE
                   CLOSE VERBDEPT
               END-IF
               IF WS-PERD-AVAILABLE
                   CLOSE VERBPERD
               END-IF
           END-IF.
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
      *    A budget decides whether a department's postings are
      *    held - only a supervisor-level user may maintain one.
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
      *    Only a wrong password touches the record - it counts
      *    against the ID and locks it at the shop limit. A clean
      *    check leaves WS-SECV-REASON blank with the user record
      *    in hand for the caller to rewrite.
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
           MOVE "VERBBMNT" TO SECV-PROGRAM.
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

       1100-OPEN-BUDGET-FILES.
           OPEN I-O VERBBDGT.
           IF WS-BDG-FILE-NOT-FOUND
               OPEN OUTPUT VERBBDGT
               CLOSE VERBBDGT
               OPEN I-O VERBBDGT
           END-IF.
           OPEN INPUT VERBBDAU.
           IF WS-BDA-FILE-FOUND
               CLOSE VERBBDAU
               OPEN EXTEND VERBBDAU
           ELSE
               OPEN OUTPUT VERBBDAU
           END-IF.
      *    The department master only vouches for codes on an add -
      *    with none on hand, no new budget can be added. With no
      *    period-control file every period is open.
           OPEN INPUT VERBDEPT.
           IF WS-DEPT-IO-OK
               SET WS-DEPT-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT VERBPERD.
           IF WS-PERD-IO-OK
               SET WS-PERD-AVAILABLE TO TRUE
           END-IF.

       2000-MAINTAIN-ONE-BUDGET.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-KEY-OK-SW.
           PERFORM UNTIL WS-KEY-OK
               DISPLAY SCR-FUNCTION-SCREEN
               ACCEPT SCR-FUNCTION-SCREEN
               PERFORM 2050-EDIT-FUNCTION-AND-KEY
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-FUNCTION-ADD
                   PERFORM 2300-ADD-BUDGET
               WHEN WS-FUNCTION-CHANGE
                   PERFORM 2400-CHANGE-BUDGET
               WHEN WS-FUNCTION-INQUIRE
                   PERFORM 2500-INQUIRE-BUDGET
               WHEN WS-FUNCTION-DELETE
                   PERFORM 2600-DELETE-BUDGET
           END-EVALUATE.
           PERFORM 2200-ASK-FOR-MORE.

       2050-EDIT-FUNCTION-AND-KEY.
           PERFORM 2060-CHECK-PERIOD-STATUS.
           EVALUATE TRUE
               WHEN NOT WS-FUNCTION-ADD AND NOT WS-FUNCTION-CHANGE
                       AND NOT WS-FUNCTION-INQUIRE
                       AND NOT WS-FUNCTION-DELETE
                   MOVE "FUNCTION MUST BE A, C, I, OR D"
                       TO WS-ERROR-MESSAGE
               WHEN WS-DEPT-ENTRY = SPACES
                   MOVE "DEPT CODE IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-PERIOD-ENTRY < 190001
                       OR WS-PERIOD-ENTRY > 999912
                   MOVE "PERIOD MUST BE A VALID YYYYMM"
                       TO WS-ERROR-MESSAGE
               WHEN FUNCTION MOD(WS-PERIOD-ENTRY 100) < 1
                       OR FUNCTION MOD(WS-PERIOD-ENTRY 100) > 12
                   MOVE "PERIOD MONTH MUST BE 01 THROUGH 12"
                       TO WS-ERROR-MESSAGE
               WHEN NOT WS-FUNCTION-INQUIRE AND WS-PERIOD-CLOSED
                   MOVE "PERIOD IS CLOSED - INQUIRY ONLY"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-KEY-OK TO TRUE
           END-EVALUATE.

       2060-CHECK-PERIOD-STATUS.
      *    Nothing more posts into a closed period, so its budget is
      *    history - it stays on file for VERBBDGR but is frozen.
           MOVE "N" TO WS-PERIOD-CLOSED-SW.
           IF WS-PERD-AVAILABLE
               MOVE WS-PERIOD-ENTRY TO PERD-PERIOD
               READ VERBPERD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PERD-CLOSED
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2300-ADD-BUDGET.
           PERFORM 2310-CHECK-DEPARTMENT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-DEPT-ENTRY TO BDG-DEPT-CODE
               MOVE WS-PERIOD-ENTRY TO BDG-PERIOD
               READ VERBBDGT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "BUDGET ALREADY ON FILE - USE CHANGE"
                           TO WS-ERROR-MESSAGE
               END-READ
           END-IF.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               MOVE ZERO TO WS-CURRENT-G-BUDGET
                   WS-CURRENT-TOLERANCE-PCT
               MOVE "H" TO WS-CURRENT-ACTION
               MOVE ZERO TO WS-OLD-G-BUDGET WS-OLD-TOLERANCE-PCT
               MOVE SPACE TO WS-OLD-ACTION
               PERFORM 2150-ACCEPT-BUDGET
               DISPLAY SCR-CONFIRM-SCREEN
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 2350-WRITE-NEW-BUDGET
               END-IF
           END-IF.

       2310-CHECK-DEPARTMENT.
      *    A closed department takes no new activity, so it has
      *    nothing to budget.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-DEPT-AVAILABLE
               MOVE WS-DEPT-ENTRY TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "DEPT CODE NOT ON DEPARTMENT MASTER"
                           TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       IF DEPT-CLOSED
                           MOVE "DEPARTMENT IS CLOSED - NO BUDGET"
                               TO WS-ERROR-MESSAGE
                       END-IF
               END-READ
           ELSE
               MOVE "VERBDEPT.DAT NOT AVAILABLE - NO ADDS"
                   TO WS-ERROR-MESSAGE
           END-IF.

       2350-WRITE-NEW-BUDGET.
           MOVE WS-DEPT-ENTRY TO BDG-DEPT-CODE.
           MOVE WS-PERIOD-ENTRY TO BDG-PERIOD.
           PERFORM 2160-MOVE-FIELDS-TO-RECORD.
           WRITE WS-BUDGET-REC
               INVALID KEY
                   MOVE "DUPLICATE KEY - RECORD NOT WRITTEN"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-FUNCTION-SCREEN
               NOT INVALID KEY
                   MOVE "A" TO BDA-FUNCTION
                   PERFORM 2700-WRITE-BUDGET-AUDIT
           END-WRITE.

       2400-CHANGE-BUDGET.
           MOVE WS-DEPT-ENTRY TO BDG-DEPT-CODE.
           MOVE WS-PERIOD-ENTRY TO BDG-PERIOD.
           READ VERBBDGT
               INVALID KEY
                   MOVE "BUDGET NOT ON FILE - NOTHING TO CHANGE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               PERFORM 2150-ACCEPT-BUDGET
               DISPLAY SCR-CONFIRM-SCREEN
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 2160-MOVE-FIELDS-TO-RECORD
                   REWRITE WS-BUDGET-REC
                   MOVE "C" TO BDA-FUNCTION
                   PERFORM 2700-WRITE-BUDGET-AUDIT
               END-IF
           END-IF.

       2500-INQUIRE-BUDGET.
           MOVE WS-DEPT-ENTRY TO BDG-DEPT-CODE.
           MOVE WS-PERIOD-ENTRY TO BDG-PERIOD.
           READ VERBBDGT
               INVALID KEY
                   MOVE "BUDGET NOT ON FILE" TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               DISPLAY SCR-INQUIRY-SCREEN
           END-IF.

       2600-DELETE-BUDGET.
      *    With its budget gone the department posts uncontrolled
      *    for the period - including details held earlier, the
      *    next time the master is run.
           MOVE WS-DEPT-ENTRY TO BDG-DEPT-CODE.
           MOVE WS-PERIOD-ENTRY TO BDG-PERIOD.
           READ VERBBDGT
               INVALID KEY
                   MOVE "BUDGET NOT ON FILE - NOTHING TO DELETE"
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
                   DELETE VERBBDGT RECORD
                   MOVE ZERO TO WS-CURRENT-G-BUDGET
                       WS-CURRENT-TOLERANCE-PCT
                   MOVE SPACE TO WS-CURRENT-ACTION
                   MOVE "D" TO BDA-FUNCTION
                   PERFORM 2700-WRITE-BUDGET-AUDIT
               END-IF
           END-IF.

       2150-ACCEPT-BUDGET.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-EDIT-OK-SW.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY SCR-BUDGET-SCREEN
               ACCEPT SCR-BUDGET-SCREEN
               PERFORM 2100-EDIT-BUDGET
               IF NOT WS-EDIT-OK
                   DISPLAY SCR-BUDGET-SCREEN
               END-IF
           END-PERFORM.

       2100-EDIT-BUDGET.
           MOVE "N" TO WS-EDIT-OK-SW.
           IF WS-CURRENT-ACTION = "w" OR WS-CURRENT-ACTION = "h"
               INSPECT WS-CURRENT-ACTION CONVERTING "wh" TO "WH"
           END-IF.
           EVALUATE TRUE
               WHEN WS-CURRENT-G-BUDGET = ZERO
                   MOVE "G BUDGET MUST BE GREATER THAN ZERO"
                       TO WS-ERROR-MESSAGE
               WHEN NOT WS-CURRENT-ACTION-VALID
                   MOVE "ACTION MUST BE W (WARN) OR H (HOLD)"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-EDIT-OK TO TRUE
           END-EVALUATE.

       2160-MOVE-FIELDS-TO-RECORD.
           MOVE WS-CURRENT-G-BUDGET TO BDG-G-BUDGET.
           MOVE WS-CURRENT-TOLERANCE-PCT TO BDG-TOLERANCE-PCT.
           MOVE WS-CURRENT-ACTION TO BDG-ACTION.
           MOVE WS-RUN-DATE-YYYYMMDD TO BDG-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO BDG-LAST-MAINT-USER.

       2170-MOVE-RECORD-TO-FIELDS.
           MOVE BDG-G-BUDGET TO WS-CURRENT-G-BUDGET.
           MOVE BDG-TOLERANCE-PCT TO WS-CURRENT-TOLERANCE-PCT.
           MOVE BDG-ACTION TO WS-CURRENT-ACTION.
           MOVE BDG-LAST-MAINT-DATE TO WS-CURRENT-MAINT-DATE.
           MOVE BDG-LAST-MAINT-USER TO WS-CURRENT-MAINT-USER.
           COMPUTE WS-CURRENT-LIMIT ROUNDED = BDG-G-BUDGET
               + BDG-G-BUDGET * BDG-TOLERANCE-PCT / 100.
           MOVE BDG-G-BUDGET TO WS-OLD-G-BUDGET.
           MOVE BDG-TOLERANCE-PCT TO WS-OLD-TOLERANCE-PCT.
           MOVE BDG-ACTION TO WS-OLD-ACTION.

       2200-ASK-FOR-MORE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           DISPLAY SCR-MORE-SCREEN.
           ACCEPT SCR-MORE-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               MOVE "N" TO WS-MORE-ENTRIES-SW
           END-IF.

       2700-WRITE-BUDGET-AUDIT.
      *    BDA-FUNCTION is set by the caller; an add carries zeros
      *    before and a delete zeros after.
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO BDA-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC TO BDA-TIME.
           MOVE WS-USER-ID TO BDA-USER-ID.
           MOVE WS-DEPT-ENTRY TO BDA-DEPT-CODE.
           MOVE WS-PERIOD-ENTRY TO BDA-PERIOD.
           MOVE WS-OLD-G-BUDGET TO BDA-OLD-G-BUDGET.
           MOVE WS-OLD-TOLERANCE-PCT TO BDA-OLD-TOLERANCE-PCT.
           MOVE WS-OLD-ACTION TO BDA-OLD-ACTION.
           MOVE WS-CURRENT-G-BUDGET TO BDA-NEW-G-BUDGET.
           MOVE WS-CURRENT-TOLERANCE-PCT TO BDA-NEW-TOLERANCE-PCT.
           MOVE WS-CURRENT-ACTION TO BDA-NEW-ACTION.
           WRITE WS-BUDGET-AUDIT-REC.

       END PROGRAM VERBBMNT.
