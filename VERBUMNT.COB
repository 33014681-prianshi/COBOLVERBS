      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive maintenance/inquiry for the VERBUSER
      *          user security master that every screen program
      *          signs on against. Supervisor-level users only: add
      *          a user with name, level (S=supervisor, O=operator)
      *          and password, change any of those, reset a locked
      *          ID back to active, show a user's sign-on history,
      *          and revoke a leaver's ID - the record is kept so
      *          the ID still resolves on the audit and violation
      *          reports. On a brand-new (empty) user master the
      *          first ID and password keyed are enrolled as the
      *          first supervisor, who then keys everyone else.
      *          Refused sign-ons are logged to VERBSECV.DAT like
      *          every other screen program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBUMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBUSER ASSIGN TO "VERBUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USR-FILE-STATUS.
           SELECT VERBSECV ASSIGN TO "VERBSECV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBUSER.
       COPY VERBUSER.
       FD  VERBSECV
           RECORDING MODE IS F.
       COPY VERBSECV.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       WORKING-STORAGE SECTION.
       01 WS-USR-FILE-STATUS PIC XX.
           88  WS-USR-IO-OK                 VALUE "00".
           88  WS-USR-FILE-NOT-FOUND        VALUE "35".
           88  WS-USR-DUPLICATE-KEY         VALUE "22".
           88  WS-USR-KEY-NOT-FOUND         VALUE "23".
       01 WS-SECV-FILE-STATUS PIC XX.
           88  WS-SECV-FILE-FOUND           VALUE "00".
           88  WS-SECV-FILE-NOT-FOUND       VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-USR-AVAILABLE-SW PIC X VALUE "N".
           88  WS-USR-AVAILABLE             VALUE "Y".
      *    An empty master has nobody to sign on with; the first ID
      *    keyed is enrolled as supervisor instead of refused.
       01 WS-USR-MASTER-EMPTY-SW PIC X VALUE "N".
           88  WS-USR-MASTER-EMPTY          VALUE "Y".
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
           88  WS-FUNCTION-REVOKE           VALUE "R" "r".
       01 WS-USER-ENTRY PIC X(8) VALUE SPACES.
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
       01 WS-CURRENT-NAME PIC X(25) VALUE SPACES.
       01 WS-CURRENT-LEVEL PIC X VALUE "O".
       01 WS-CURRENT-STATUS PIC X VALUE "A".
       01 WS-OLD-STATUS PIC X VALUE SPACE.
       01 WS-NEW-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-CURRENT-FAILED PIC 99 VALUE ZERO.
       01 WS-CURRENT-SIGNON-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MAINT-DATE PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-MAINT-USER PIC X(8) VALUE SPACES.
       SCREEN SECTION.
       01  SCR-LOGON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "USER SECURITY MAINTENANCE".
           05  LINE 4  COL 10 VALUE "USER ID:".
           05  LINE 4  COL 19 PIC X(8) TO WS-USER-ID
                   USING WS-USER-ID.
           05  LINE 5  COL 10 VALUE "PASSWORD:".
           05  LINE 5  COL 20 PIC X(8) TO WS-PASSWORD SECURE.
           05  LINE 6  COL 10 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "USER SECURITY MAINTENANCE".
           05  LINE 4  COL 05 VALUE
               "FUNCTION (A/C/I, R=REVOKE)         :".
           05  LINE 4  COL 43 PIC X TO WS-FUNCTION
                   USING WS-FUNCTION.
           05  LINE 5  COL 05 VALUE "USER ID             :".
           05  LINE 5  COL 43 PIC X(8) TO WS-USER-ENTRY
                   USING WS-USER-ENTRY.
           05  LINE 7  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-USER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "USER SECURITY MAINTENANCE".
           05  LINE 3  COL 10 VALUE "USER ID:".
           05  LINE 3  COL 19 PIC X(8) FROM WS-USER-ENTRY.
           05  LINE 4  COL 05 VALUE "NAME                :".
           05  LINE 4  COL 28 PIC X(25) TO WS-CURRENT-NAME
                   USING WS-CURRENT-NAME.
           05  LINE 5  COL 05 VALUE "LEVEL (S/O)         :".
           05  LINE 5  COL 28 PIC X TO WS-CURRENT-LEVEL
                   USING WS-CURRENT-LEVEL.
           05  LINE 6  COL 05 VALUE "STATUS (A/R/L)      :".
           05  LINE 6  COL 28 PIC X TO WS-CURRENT-STATUS
                   USING WS-CURRENT-STATUS.
           05  LINE 7  COL 05 VALUE "PASSWORD (BLANK=KEEP):".
           05  LINE 7  COL 28 PIC X(8) TO WS-NEW-PASSWORD SECURE.
           05  LINE 9  COL 05 PIC X(40) FROM WS-ERROR-MESSAGE
                   HIGHLIGHT.
       01  SCR-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COL 10 VALUE "USER SECURITY INQUIRY".
           05  LINE 3  COL 10 VALUE "USER ID:".
           05  LINE 3  COL 19 PIC X(8) FROM WS-USER-ENTRY.
           05  LINE 4  COL 05 VALUE "NAME                :".
           05  LINE 4  COL 28 PIC X(25) FROM WS-CURRENT-NAME.
           05  LINE 5  COL 05 VALUE "LEVEL               :".
           05  LINE 5  COL 28 PIC X FROM WS-CURRENT-LEVEL.
           05  LINE 6  COL 05 VALUE "STATUS              :".
           05  LINE 6  COL 28 PIC X FROM WS-CURRENT-STATUS.
           05  LINE 7  COL 05 VALUE "FAILED ATTEMPTS     :".
           05  LINE 7  COL 28 PIC Z9 FROM WS-CURRENT-FAILED.
           05  LINE 8  COL 05 VALUE "LAST SIGN-ON        :".
           05  LINE 8  COL 28 PIC 9999/99/99
                   FROM WS-CURRENT-SIGNON-DATE.
           05  LINE 9  COL 05 VALUE "LAST MAINTAINED     :".
           05  LINE 9  COL 28 PIC 9999/99/99
                   FROM WS-CURRENT-MAINT-DATE.
           05  LINE 9  COL 40 VALUE "BY".
           05  LINE 9  COL 43 PIC X(8) FROM WS-CURRENT-MAINT-USER.
       01  SCR-CONFIRM-SCREEN.
           05  LINE 11 COL 05 VALUE "WRITE THIS USER? (Y/N)       :".
           05  LINE 11 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-REVOKE-CONFIRM-SCREEN.
           05  LINE 11 COL 05 VALUE "REVOKE THIS USER ID? (Y/N)   :".
           05  LINE 11 COL 37 PIC X TO WS-CONFIRM
                   USING WS-CONFIRM.
       01  SCR-MORE-SCREEN.
           05  LINE 13 COL 05 VALUE "ANOTHER USER? (Y/N)          :".
           05  LINE 13 COL 37 PIC X TO WS-CONFIRM
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
               PERFORM UNTIL NOT WS-MORE-ENTRIES
                   PERFORM 2000-MAINTAIN-ONE-USER
               END-PERFORM
           END-IF.
           IF WS-USR-AVAILABLE
               CLOSE VERBUSER
               CLOSE VERBSECV
           END-IF.
           STOP RUN.

       1005-OPEN-SECURITY-FILES.
      *    This is the one program allowed to start a user master
      *    from nothing, the way VERBDMNT starts the department
      *    master.
           OPEN I-O VERBUSER.
           IF WS-USR-FILE-NOT-FOUND
               OPEN OUTPUT VERBUSER
               CLOSE VERBUSER
               OPEN I-O VERBUSER
           END-IF.
           IF WS-USR-IO-OK
               SET WS-USR-AVAILABLE TO TRUE
               PERFORM 1008-CHECK-FOR-EMPTY-MASTER
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

       1008-CHECK-FOR-EMPTY-MASTER.
           MOVE LOW-VALUES TO USR-USER-ID.
           START VERBUSER KEY NOT LESS THAN USR-USER-ID
               INVALID KEY SET WS-USR-MASTER-EMPTY TO TRUE
           END-START.

       1000-LOGON.
      *    The user master holds every password in the shop - only
      *    a supervisor-level user may maintain it.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           IF WS-USR-MASTER-EMPTY
               MOVE "NEW USER MASTER - KEY FIRST SUPERVISOR"
                   TO WS-ERROR-MESSAGE
           END-IF.
           PERFORM UNTIL WS-AUTHORIZED
               DISPLAY SCR-LOGON-SCREEN
               ACCEPT SCR-LOGON-SCREEN
               IF WS-USR-MASTER-EMPTY
                   PERFORM 1015-ENROL-FIRST-SUPERVISOR
               ELSE
                   PERFORM 1010-VALIDATE-USER
               END-IF
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

       1015-ENROL-FIRST-SUPERVISOR.
      *    Both an ID and a password are needed; the name can be
      *    keyed afterwards through the change function.
           MOVE "N" TO WS-AUTHORIZED-SW.
           MOVE SPACES TO WS-SECV-REASON.
           IF WS-USER-ID NOT = SPACES AND WS-PASSWORD NOT = SPACES
               INITIALIZE WS-USER-MASTER-REC
               MOVE WS-USER-ID TO USR-USER-ID
               MOVE "FIRST SUPERVISOR" TO USR-NAME
               SET USR-SUPERVISOR TO TRUE
               MOVE WS-PASSWORD TO USR-PASSWORD
               SET USR-ACTIVE TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO USR-LAST-SIGNON-DATE
               MOVE WS-RUN-DATE-YYYYMMDD TO USR-LAST-MAINT-DATE
               MOVE WS-USER-ID TO USR-LAST-MAINT-USER
               WRITE WS-USER-MASTER-REC
                   NOT INVALID KEY
                       SET WS-AUTHORIZED TO TRUE
                       MOVE USR-LEVEL TO WS-USER-LEVEL
                       MOVE "N" TO WS-USR-MASTER-EMPTY-SW
               END-WRITE
           END-IF.
           MOVE SPACES TO WS-PASSWORD.

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
           MOVE "VERBUMNT" TO SECV-PROGRAM.
           MOVE WS-CHECK-USER-ID TO SECV-USER-ID.
           MOVE WS-SECV-PROMPT TO SECV-PROMPT.
           MOVE WS-SECV-REASON TO SECV-REASON.
           MOVE SPACES TO SECV-SIGNED-ON-USER.
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

       2000-MAINTAIN-ONE-USER.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-KEY-OK-SW.
           PERFORM UNTIL WS-KEY-OK
               DISPLAY SCR-FUNCTION-SCREEN
               ACCEPT SCR-FUNCTION-SCREEN
               PERFORM 2050-EDIT-FUNCTION-AND-ID
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-FUNCTION-ADD
                   PERFORM 2300-ADD-USER
               WHEN WS-FUNCTION-CHANGE
                   PERFORM 2400-CHANGE-USER
               WHEN WS-FUNCTION-INQUIRE
                   PERFORM 2500-INQUIRE-USER
               WHEN WS-FUNCTION-REVOKE
                   PERFORM 2600-REVOKE-USER
           END-EVALUATE.
           PERFORM 2200-ASK-FOR-MORE.

       2050-EDIT-FUNCTION-AND-ID.
           EVALUATE TRUE
               WHEN NOT WS-FUNCTION-ADD AND NOT WS-FUNCTION-CHANGE
                       AND NOT WS-FUNCTION-INQUIRE
                       AND NOT WS-FUNCTION-REVOKE
                   MOVE "FUNCTION MUST BE A, C, I, OR R"
                       TO WS-ERROR-MESSAGE
               WHEN WS-USER-ENTRY = SPACES
                   MOVE "USER ID IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-FUNCTION-REVOKE AND WS-USER-ENTRY = WS-USER-ID
                   MOVE "YOU CANNOT REVOKE YOUR OWN USER ID"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-KEY-OK TO TRUE
           END-EVALUATE.

       2300-ADD-USER.
           MOVE WS-USER-ENTRY TO USR-USER-ID.
           READ VERBUSER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "USER ID ALREADY ON FILE - USE CHANGE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               MOVE SPACES TO WS-CURRENT-NAME
               MOVE "O" TO WS-CURRENT-LEVEL
               MOVE "A" TO WS-CURRENT-STATUS
               MOVE SPACE TO WS-OLD-STATUS
               PERFORM 2150-ACCEPT-USER
               DISPLAY SCR-CONFIRM-SCREEN
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 2350-WRITE-NEW-USER
               END-IF
           END-IF.

       2350-WRITE-NEW-USER.
           INITIALIZE WS-USER-MASTER-REC.
           MOVE WS-USER-ENTRY TO USR-USER-ID.
           PERFORM 2160-MOVE-FIELDS-TO-RECORD.
           WRITE WS-USER-MASTER-REC
               INVALID KEY
                   MOVE "DUPLICATE USER ID - RECORD NOT WRITTEN"
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-FUNCTION-SCREEN
           END-WRITE.

       2400-CHANGE-USER.
           MOVE WS-USER-ENTRY TO USR-USER-ID.
           READ VERBUSER
               INVALID KEY
                   MOVE "USER ID NOT ON FILE - NOTHING TO CHANGE"
                       TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               MOVE USR-STATUS TO WS-OLD-STATUS
               PERFORM 2150-ACCEPT-USER
               DISPLAY SCR-CONFIRM-SCREEN
               ACCEPT SCR-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   MOVE WS-USER-ENTRY TO USR-USER-ID
                   PERFORM 2160-MOVE-FIELDS-TO-RECORD
                   REWRITE WS-USER-MASTER-REC
               END-IF
           END-IF.

       2500-INQUIRE-USER.
           MOVE WS-USER-ENTRY TO USR-USER-ID.
           READ VERBUSER
               INVALID KEY
                   MOVE "USER ID NOT ON FILE" TO WS-ERROR-MESSAGE
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               DISPLAY SCR-INQUIRY-SCREEN
           END-IF.

       2600-REVOKE-USER.
      *    A revoked ID keeps its record and its history - it just
      *    can no longer sign on or approve anywhere.
           MOVE WS-USER-ENTRY TO USR-USER-ID.
           READ VERBUSER
               INVALID KEY
                   MOVE "USER ID NOT ON FILE - NOTHING TO REVOKE"
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF USR-REVOKED
                       MOVE "USER ID IS ALREADY REVOKED"
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY SCR-FUNCTION-SCREEN
           ELSE
               PERFORM 2170-MOVE-RECORD-TO-FIELDS
               DISPLAY SCR-INQUIRY-SCREEN
               DISPLAY SCR-REVOKE-CONFIRM-SCREEN
               ACCEPT SCR-REVOKE-CONFIRM-SCREEN
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   SET USR-REVOKED TO TRUE
                   MOVE WS-RUN-DATE-YYYYMMDD TO USR-LAST-MAINT-DATE
                   MOVE WS-USER-ID TO USR-LAST-MAINT-USER
                   REWRITE WS-USER-MASTER-REC
               END-IF
           END-IF.

       2150-ACCEPT-USER.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE "N" TO WS-EDIT-OK-SW.
           PERFORM UNTIL WS-EDIT-OK
               MOVE SPACES TO WS-NEW-PASSWORD
               DISPLAY SCR-USER-SCREEN
               ACCEPT SCR-USER-SCREEN
               PERFORM 2100-EDIT-USER
               IF NOT WS-EDIT-OK
                   DISPLAY SCR-USER-SCREEN
               END-IF
           END-PERFORM.

       2100-EDIT-USER.
      *    A supervisor may not demote, revoke, or lock their own
      *    ID from here - that is how a shop loses its last
      *    supervisor.
           MOVE "N" TO WS-EDIT-OK-SW.
           EVALUATE TRUE
               WHEN WS-CURRENT-NAME = SPACES
                   MOVE "USER NAME IS REQUIRED"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-LEVEL NOT = "S"
                       AND WS-CURRENT-LEVEL NOT = "O"
                   MOVE "LEVEL MUST BE S OR O"
                       TO WS-ERROR-MESSAGE
               WHEN WS-CURRENT-STATUS NOT = "A"
                       AND WS-CURRENT-STATUS NOT = "R"
                       AND WS-CURRENT-STATUS NOT = "L"
                   MOVE "STATUS MUST BE A, R, OR L"
                       TO WS-ERROR-MESSAGE
               WHEN WS-FUNCTION-ADD AND WS-NEW-PASSWORD = SPACES
                   MOVE "PASSWORD IS REQUIRED FOR A NEW USER"
                       TO WS-ERROR-MESSAGE
               WHEN WS-USER-ENTRY = WS-USER-ID
                       AND (WS-CURRENT-LEVEL NOT = "S"
                           OR WS-CURRENT-STATUS NOT = "A")
                   MOVE "CANNOT DEMOTE OR DISABLE YOUR OWN ID"
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   SET WS-EDIT-OK TO TRUE
           END-EVALUATE.

       2160-MOVE-FIELDS-TO-RECORD.
      *    Setting a locked ID back to active, or giving it a new
      *    password, starts its failed-attempt count over.
           MOVE WS-CURRENT-NAME TO USR-NAME.
           MOVE WS-CURRENT-LEVEL TO USR-LEVEL.
           MOVE WS-CURRENT-STATUS TO USR-STATUS.
           IF WS-NEW-PASSWORD NOT = SPACES
               MOVE WS-NEW-PASSWORD TO USR-PASSWORD
               MOVE ZERO TO USR-FAILED-ATTEMPTS
           END-IF.
           IF USR-ACTIVE AND WS-OLD-STATUS = "L"
               MOVE ZERO TO USR-FAILED-ATTEMPTS
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO USR-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO USR-LAST-MAINT-USER.
           MOVE SPACES TO WS-NEW-PASSWORD.

       2170-MOVE-RECORD-TO-FIELDS.
           MOVE USR-NAME TO WS-CURRENT-NAME.
           MOVE USR-LEVEL TO WS-CURRENT-LEVEL.
           MOVE USR-STATUS TO WS-CURRENT-STATUS.
           MOVE USR-FAILED-ATTEMPTS TO WS-CURRENT-FAILED.
           MOVE USR-LAST-SIGNON-DATE TO WS-CURRENT-SIGNON-DATE.
           MOVE USR-LAST-MAINT-DATE TO WS-CURRENT-MAINT-DATE.
           MOVE USR-LAST-MAINT-USER TO WS-CURRENT-MAINT-USER.

       2200-ASK-FOR-MORE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           DISPLAY SCR-MORE-SCREEN.
           ACCEPT SCR-MORE-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               MOVE "N" TO WS-MORE-ENTRIES-SW
           END-IF.

       END PROGRAM VERBUMNT.
