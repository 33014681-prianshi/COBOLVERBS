      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive maintenance/inquiry for the chart-of-
      *          accounts mapping VERBS1 journals every posting
      *          through. One entry per department and amount type
      *          (C, D, G, J) names the GL account debited, the GL
      *          account credited, and the cost center; a department
      *          needs all four before VERBS1 will post it. Any
      *          signed-on user may inquire; adding, changing, or
      *          deleting a mapping needs a supervisor-level user,
      *          and an add is checked against the VERBDEPT master.
      *          Sign-on is checked by ID and password against the
      *          VERBUSER security master; refused attempts are
      *          logged to VERBSECV.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBCOA ASSIGN TO "VERBCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
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
       FD  VERBCOA.
       COPY VERBCOA.
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
       01 WS-COA-FILE-STATUS PIC XX.
           88  WS-COA-IO-OK                 VALUE "00".
           88  WS-COA-FILE-NOT-FOUND        VALUE "35".
           88  WS-COA-DUPLICATE-KEY         VALUE "22".
           88  WS-COA-KEY-NOT-FOUND         VALUE "23".
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-IO-OK                VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
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
       01 WS-TYPE-ENTRY PIC X VALUE SPACE.
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
       01 WS-CURRENT-DR-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-CURRENT-CR-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-CURRENT-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-CURRENT-MAINT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MAINT-USER PIC X(8) VALUE SPACES.
       SCREEN SECTION.
       01  SCR-LOGON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "GL ACCOUNT MAPPING MAINTENANCE".
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "GL ACCOUNT MAPPING MAINTENANCE".
           05  LINE 4  COL 05 VALUE
               "FUNCTION (A/C/I, D=DELETE)         :".
           05  LINE 4  COL 43 PIC X TO WS-FUNCTION
                   USING WS-FUNCTION.
           05  LINE 5  COL 05 VALUE "DEPT CODE           :".
           05  LINE 5  COL 43 PIC X(3) TO WS-DEPT-ENTRY
                   USING WS-DEPT-ENTRY.
           05  LINE 6  COL 05 VALUE "AMOUNT TYPE (C/D/G/J):".
           05  LINE 6  COL 43 PIC X TO WS-TYPE-ENTRY
                   USING WS-TYPE-ENTRY.
           05  LINE 8  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-MAPPING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "GL ACCOUNT MAPPING MAINTENANCE".
           05  LINE 3  COL 10 VALUE "DEPT CODE:".
           05  LINE 3  COL 21 PIC X(3) FROM WS-DEPT-ENTRY.
           05  LINE 3  COL 27 VALUE "AMOUNT TYPE:".
           05  LINE 3  COL 40 PIC X FROM WS-TYPE-ENTRY.
           05  LINE 4  COL 05 VALUE "DEBIT GL ACCOUNT    :".
           05  LINE 4  COL 28 PIC X(10) TO WS-CURRENT-DR-ACCOUNT
                   USING WS-CURRENT-DR-ACCOUNT.
           05  LINE 5  COL 05 VALUE "CREDIT GL ACCOUNT   :".
           05  LINE 5  COL 28 PIC X(10) TO WS-CURRENT-CR-ACCOUNT
                   USING WS-CURRENT-CR-ACCOUNT.
           05  LINE 6  COL 05 VALUE "COST CENTER         :".
           05  LINE 6  COL 28 PIC X(6) TO WS-CURRENT-COST-CENTER
                   USING WS-CURRENT-COST-CENTER.
           05  LINE 8  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "GL ACCOUNT MAPPING INQUIRY".
           05  LINE 3  COL 10 VALUE "DEPT CODE:".
           05  LINE 3  COL 21 PIC X(3) FROM WS-DEPT-ENTRY.
           05  LINE 3  COL 27 VALUE "AMOUNT TYPE:".
           05  LINE 3  COL 40 PIC X FROM WS-TYPE-ENTRY.
           05  LINE 4  COL 05 VALUE "DEBIT GL ACCOUNT    :".
           05  LINE 4  COL 28 PIC X(10) FROM WS-CURRENT-DR-ACCOUNT.
           05  LINE 5  COL 05 VALUE "CREDIT GL ACCOUNT   :".
           05  LINE 5  COL 28 PIC X(10) FROM WS-CURRENT-CR-ACCOUNT.
           05  LINE 6  COL 05 VALUE "COST CENTER         :".
           05  LINE 6  COL 28 PIC X(6) FROM WS-CURRENT-COST-CENTER.
           05  LINE 7  COL 05 VALUE "LAST CHANGED        :".
           05  LINE 7  COL 28 PIC 9999/99/99
                   FROM WS-CURRENT-MAINT-DATE.
           05  LINE 7  COL 40 VALUE "BY".
           05  LINE 7  COL 43 PIC X(8) FROM WS-CURRENT-MAINT-USER.
       01  SCR-CONFIRM-SCREEN.
           05  LINE 10 COL 05 VALUE "WRITE THIS MAPPING? (Y/N)    :".
           05  LINE 10 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-DELETE-CONFIRM-SCREEN.
           05  LINE 10 COL 05 VALUE "DELETE THIS MAPPING? (Y/N)   :".
           05  LINE 10 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-MORE-SCREEN.
           05  LINE 12 COL 05 VALUE "ANOTHER MAPPING? (Y/N)       :".
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
               PERFORM 1100-OPEN-MAPPING-FILES
               PERFORM UNTIL NOT WS-MORE-ENTRIES
                   PERFORM 2000-MAINTAIN-ONE-MAPPING
               END-PERFORM
               CLOSE VERBCOA
               IF WS-DEPT-AVAILABLE
                   CLOSE VERBDEPT
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
           MOVE "VERBCMNT" TO SECV-PROGRAM.
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

       1100-OPEN-MAPPING-FILES.
           OPEN I-O VERBCOA.
           IF WS-COA-FILE-NOT-FOUND
               OPEN OUTPUT VERBCOA
               CLOSE VERBCOA
               OPEN I-O VERBCOA
           END-IF.
      *    The department master only vouches for codes on an add -
      *    with none on hand, no new mapping can be added.
           OPEN INPUT VERBDEPT.
           IF WS-DEPT-IO-OK
               SET WS-DEPT-AVAILABLE TO TRUE
           END-IF.

       2000-MAINTAIN-ONE-MAPPING.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-KEY-OK-SW.
           PERFORM UNTIL WS-KEY-OK
               DISPLAY SCR-FUNCTION-SCREEN
               ACCEPT SCR-FUNCTION-SCREEN
               PERFORM 2050-EDIT-FUNCTION-AND-KEY
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-FUNCTION-ADD
                   PERFORM 2300-ADD-MAPPING
               WHEN WS-FUNCTION-CHANGE
                   PERFORM 2400-CHANGE-MAPPING
               WHEN WS-FUNCTION-INQUIRE
                   PERFORM 2500-INQUIRE-MAPPING
               WHEN WS-FUNCTION-DELETE
                   PERFORM 2600-DELETE-MAPPING
           END-EVALUATE.
           PERFORM 2200-ASK-FOR-MORE.

       2050-EDIT-FUNCTION-AND-KEY.
           EVALUATE TRUE
               WHEN NOT WS-FUNCTION-ADD AND NOT WS-FUNCTION-CHANGE
                       AND NOT WS-FUNCTION-INQUIRE
                       AND NOT WS-FUNCTION-DELETE
                   MOVE "FUNCTION MUST BE A, C, I, OR D"
                       TO WS-ERROR-MESSAGE
               WHEN WS-DEPT-ENTRY = SPACES
                   MOVE "DEPT CODE IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-TYPE-ENTRY NOT = "C" AND NOT = "D"
                       AND NOT = "G" AND NOT = "J"
                   MOVE "AMOUNT TYPE MUST BE C, D, G, OR J"
                       TO WS-ERROR-MESSAGE
               WHEN NOT WS-FUNCTION-INQUIRE
                       AND NOT WS-USER-IS-SUPERVISOR
                   MOVE "MAPPING CHANGES NEED A SUPERVISOR"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-KEY-OK TO TRUE
           END-EVALUATE.

       2300-ADD-MAPPING.
           PERFORM 2310-CHECK-DEPARTMENT.
           IF WS-ERROR-MESSAGE = SPACES
               MOVE WS-DEPT-ENTRY TO COA-DEPT-CODE
               MOVE WS-TYPE-ENTRY TO COA-AMOUNT-TYPE
               READ VERBCOA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "MAPPING ALREADY ON FILE - USE CHANGE"
                           TO WS-ERROR-MESSAGE
               END-READ
           END-IF.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               MOVE SPACES TO WS-CURRENT-DR-ACCOUNT
                   WS-CURRENT-CR-ACCOUNT WS-CURRENT-COST-CENTER
               PERFORM 2150-ACCEPT-MAPPING
               DISPLAY SCR-CONFIRM-SCREEN
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 2350-WRITE-NEW-MAPPING
               END-IF
           END-IF.

       2310-CHECK-DEPARTMENT.
      *    A mapping for a closed department is still allowed - it
      *    is what lets a reversal of its old postings journal.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-DEPT-AVAILABLE
               MOVE WS-DEPT-ENTRY TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "DEPT CODE NOT ON DEPARTMENT MASTER"
                           TO WS-ERROR-MESSAGE
               END-READ
           ELSE
               MOVE "VERBDEPT.DAT NOT AVAILABLE - NO ADDS"
                   TO WS-ERROR-MESSAGE
           END-IF.

       2350-WRITE-NEW-MAPPING.
           MOVE WS-DEPT-ENTRY TO COA-DEPT-CODE.
           MOVE WS-TYPE-ENTRY TO COA-AMOUNT-TYPE.
           PERFORM 2160-MOVE-FIELDS-TO-RECORD.
           WRITE WS-COA-MAP-REC
               INVALID KEY
                   MOVE "DUPLICATE KEY - RECORD NOT WRITTEN"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-FUNCTION-SCREEN
           END-WRITE.

       2400-CHANGE-MAPPING.
           MOVE WS-DEPT-ENTRY TO COA-DEPT-CODE.
           MOVE WS-TYPE-ENTRY TO COA-AMOUNT-TYPE.
           READ VERBCOA
               INVALID KEY
                   MOVE "MAPPING NOT ON FILE - NOTHING TO CHANGE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               PERFORM 2150-ACCEPT-MAPPING
               DISPLAY SCR-CONFIRM-SCREEN
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 2160-MOVE-FIELDS-TO-RECORD
                   REWRITE WS-COA-MAP-REC
               END-IF
           END-IF.

       2500-INQUIRE-MAPPING.
           MOVE WS-DEPT-ENTRY TO COA-DEPT-CODE.
           MOVE WS-TYPE-ENTRY TO COA-AMOUNT-TYPE.
           READ VERBCOA
               INVALID KEY
                   MOVE "MAPPING NOT ON FILE" TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               DISPLAY SCR-INQUIRY-SCREEN
           END-IF.

       2600-DELETE-MAPPING.
      *    Once a department's mapping is incomplete VERBS1 rejects
      *    its postings as NO GL MAPPING until it is put back.
           MOVE WS-DEPT-ENTRY TO COA-DEPT-CODE.
           MOVE WS-TYPE-ENTRY TO COA-AMOUNT-TYPE.
           READ VERBCOA
               INVALID KEY
                   MOVE "MAPPING NOT ON FILE - NOTHING TO DELETE"
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
                   DELETE VERBCOA RECORD
               END-IF
           END-IF.

       2150-ACCEPT-MAPPING.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-EDIT-OK-SW.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY SCR-MAPPING-SCREEN
               ACCEPT SCR-MAPPING-SCREEN
               PERFORM 2100-EDIT-MAPPING
               IF NOT WS-EDIT-OK
                   DISPLAY SCR-MAPPING-SCREEN
               END-IF
           END-PERFORM.

       2100-EDIT-MAPPING.
           MOVE "N" TO WS-EDIT-OK-SW.
           EVALUATE TRUE
               WHEN WS-CURRENT-DR-ACCOUNT = SPACES
                   MOVE "DEBIT ACCOUNT IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-CR-ACCOUNT = SPACES
                   MOVE "CREDIT ACCOUNT IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-DR-ACCOUNT = WS-CURRENT-CR-ACCOUNT
                   MOVE "DEBIT AND CREDIT ACCOUNTS MUST DIFFER"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-COST-CENTER = SPACES
                   MOVE "COST CENTER IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-EDIT-OK TO TRUE
           END-EVALUATE.

       2160-MOVE-FIELDS-TO-RECORD.
           MOVE WS-CURRENT-DR-ACCOUNT TO COA-DEBIT-ACCOUNT.
           MOVE WS-CURRENT-CR-ACCOUNT TO COA-CREDIT-ACCOUNT.
           MOVE WS-CURRENT-COST-CENTER TO COA-COST-CENTER.
           MOVE WS-RUN-DATE-YYYYMMDD TO COA-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO COA-LAST-MAINT-USER.

       2170-MOVE-RECORD-TO-FIELDS.
           MOVE COA-DEBIT-ACCOUNT TO WS-CURRENT-DR-ACCOUNT.
           MOVE COA-CREDIT-ACCOUNT TO WS-CURRENT-CR-ACCOUNT.
           MOVE COA-COST-CENTER TO WS-CURRENT-COST-CENTER.
           MOVE COA-LAST-MAINT-DATE TO WS-CURRENT-MAINT-DATE.
           MOVE COA-LAST-MAINT-USER TO WS-CURRENT-MAINT-USER.

       2200-ASK-FOR-MORE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           DISPLAY SCR-MORE-SCREEN.
           ACCEPT SCR-MORE-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               MOVE "N" TO WS-MORE-ENTRIES-SW
           END-IF.

       END PROGRAM VERBCMNT.
