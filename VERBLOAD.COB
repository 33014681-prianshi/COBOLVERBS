      ******************************************************************
      * Author:
      * Date:
      * Purpose: Departmental intake loader. Reads a department's
      *          fixed-format submission file (VERBINTK.DAT: header,
      *          detail lines, trailer) and edits every line before
      *          anything is applied - the header department against
      *          the VERBDEPT master, each line's operands by the
      *          same rules VERBSMNT keying applies, and each TRAN-KEY
      *          against the VERBTRAN master and the rest of the
      *          file. The file must prove to its own trailer line
      *          count and operand hash, and a submission ID the
      *          department has already had loaded is turned back as
      *          a resubmission. Lines over the shop approval
      *          threshold have no second user to approve them here
      *          and must be keyed through VERBSMNT instead. A clean
      *          file is added to the master whole, the master
      *          trailer count/hash carried forward, and one keying
      *          audit entry written per line under user VERBLOAD;
      *          anything wrong rejects the whole file and nothing is
      *          applied. Every file processed is logged to
      *          VERBSUBL.DAT. The load report on VERBLOAD.PRT lists
      *          each line with its edit result and the file's
      *          disposition, for return to the department. The
      *          process date comes from PARM-PROCESS-DATE when one
      *          is keyed, otherwise the current date. Return code 4
      *          when the file is rejected, 8 when there was no file
      *          to load or a line could not be added.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBINTK ASSIGN TO "VERBINTK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTK-FILE-STATUS.
           SELECT VERBTRAN ASSIGN TO "VERBTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT VERBAUDT ASSIGN TO "VERBAUDT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT VERBSUBL ASSIGN TO "VERBSUBL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBL-FILE-STATUS.
           SELECT VERBLOAD-RPT ASSIGN TO "VERBLOAD.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBINTK
           RECORDING MODE IS F.
       COPY VERBINTK.
       FD  VERBTRAN.
       COPY VERBTRAN.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBAUDT
           RECORDING MODE IS F.
       COPY VERBAUD.
       FD  VERBSUBL
           RECORDING MODE IS F.
       COPY VERBSUBL.
       FD  VERBLOAD-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(29) VALUE
               "DEPARTMENTAL INTAKE LOAD     ".
           05  FILLER           PIC X(13) VALUE "PROCESS DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
       01  WS-RPT-SUBMISSION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(05) VALUE "DEPT ".
           05  RPT-SUB-DEPT     PIC X(3).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUB-NAME     PIC X(25).
           05  FILLER           PIC X(17) VALUE "  SUBMISSION ID: ".
           05  RPT-SUB-ID       PIC X(12).
           05  FILLER           PIC X(08) VALUE "  DATED ".
           05  RPT-SUB-DATE     PIC 9999/99/99.
       01  WS-RPT-COLUMN-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(07) VALUE "   LINE".
           05  FILLER           PIC X(10) VALUE "  TRAN KEY".
           05  FILLER           PIC X(06) VALUE "     A".
           05  FILLER           PIC X(06) VALUE "     B".
           05  FILLER           PIC X(06) VALUE "     C".
           05  FILLER           PIC X(06) VALUE "     D".
           05  FILLER           PIC X(15) VALUE "              E".
           05  FILLER           PIC X(15) VALUE "              H".
           05  FILLER           PIC X(04) VALUE "   I".
           05  FILLER           PIC X(12) VALUE "   EFFECTIVE".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE "EDIT RESULT".
       01  WS-RPT-DETAIL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DTL-LINE-NO  PIC ZZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-TRAN-KEY PIC X(8).
           05  RPT-DTL-A        PIC X(6).
           05  RPT-DTL-B        PIC X(6).
           05  RPT-DTL-C        PIC X(6).
           05  RPT-DTL-D        PIC X(6).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-DTL-E        PIC X(12).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-DTL-H        PIC X(12).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-I        PIC X(2).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-DTL-EFF-DATE PIC X(8).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-RESULT   PIC X(30).
      *    Edited views of the line's numeric fields, moved into the
      *    detail line only when the field proved numeric - a bad
      *    field prints as the department sent it.
       01  WS-EDITED-FIELDS.
           05  WS-ED-TRAN-KEY   PIC ZZZZZ9.
           05  WS-ED-OPERAND    PIC ZZZZZ9.
           05  WS-ED-AMOUNT     PIC ZZZZZZ9.99.
           05  WS-ED-I          PIC Z9.
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(50).
       01  WS-RPT-SUMMARY-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUM-CAPTION  PIC X(26).
           05  RPT-SUM-VALUE    PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-PROOF-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-PRF-CAPTION  PIC X(26).
           05  RPT-PRF-EXPECTED PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(04) VALUE " VS ".
           05  RPT-PRF-ACTUAL   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PRF-RESULT   PIC X(8).
       01  WS-RPT-DISPOSITION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DSP-TEXT     PIC X(40).
           05  RPT-DSP-REASON   PIC X(30).
       01 WS-INTK-FILE-STATUS PIC XX.
           88  WS-INTK-FILE-FOUND           VALUE "00".
           88  WS-INTK-FILE-NOT-FOUND       VALUE "35".
       01 WS-TRAN-FILE-STATUS PIC XX.
           88  WS-TRAN-IO-OK                VALUE "00".
           88  WS-TRAN-FILE-NOT-FOUND       VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-FILE-FOUND           VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
       01 WS-AUD-FILE-STATUS PIC XX.
           88  WS-AUD-FILE-FOUND            VALUE "00".
           88  WS-AUD-FILE-NOT-FOUND        VALUE "35".
       01 WS-SUBL-FILE-STATUS PIC XX.
           88  WS-SUBL-FILE-FOUND           VALUE "00".
           88  WS-SUBL-FILE-NOT-FOUND       VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
      *    Optional the same way it is for VERBSMNT: with no
      *    department master on hand, the code is accepted as sent.
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-INTK-AVAILABLE-SW PIC X VALUE "N".
           88  WS-INTK-AVAILABLE            VALUE "Y".
       01 WS-INTK-EOF-SW PIC X VALUE "N".
           88  WS-INTK-EOF                  VALUE "Y".
       01 WS-TRAN-EOF-SW PIC X VALUE "N".
           88  WS-TRAN-EOF                  VALUE "Y".
       01 WS-KEY-TABLE-FULL-SW PIC X VALUE "N".
           88  WS-KEY-TABLE-FULL            VALUE "Y".
       01 WS-SUBL-EOF-SW PIC X VALUE "N".
           88  WS-SUBL-EOF                  VALUE "Y".
       01 WS-TRAILER-ON-FILE-SW PIC X VALUE "N".
           88  WS-TRAILER-ON-FILE           VALUE "Y".
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
           88  WS-HEADER-SEEN               VALUE "Y".
       01 WS-INTK-TRAILER-SEEN-SW PIC X VALUE "N".
           88  WS-INTK-TRAILER-SEEN         VALUE "Y".
       01 WS-KEY-REPEATED-SW PIC X VALUE "N".
           88  WS-KEY-REPEATED              VALUE "Y".
       01 WS-SUBMISSION-LOADED-SW PIC X VALUE "N".
           88  WS-SUBMISSION-LOADED         VALUE "Y".
       01 WS-FILE-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-LINE-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-DEPT-NAME PIC X(25) VALUE SPACES.
       01 WS-HDR-DEPT-CODE PIC X(3) VALUE SPACES.
       01 WS-HDR-SUBMISSION-ID PIC X(12) VALUE SPACES.
       01 WS-HDR-SUBMIT-DATE PIC 9(8) VALUE ZERO.
       01 WS-TRL-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRL-HASH-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE ZERO.
       01 WS-FINAL-RC PIC 9(4) VALUE ZERO.
       01 WS-RECORD-SEQ PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-HASH PIC 9(9) VALUE ZERO.
       01 WS-LINE-ERROR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOADED-HASH PIC 9(9) VALUE ZERO.
       01 WS-NOT-ADDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOAD-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOAD-HASH-TOTAL PIC 9(9) VALUE ZERO.
      *    Every TRAN-KEY the file has carried so far, so a key sent
      *    twice is caught before either copy reaches the master. A
      *    file with more lines than the table holds is turned back
      *    to be split.
       01 WS-KEY-SUB PIC 9(4).
       01 WS-KEY-MAX PIC 9(4) VALUE ZERO.
       01 WS-FILE-KEY-TABLE.
           05  WS-FILE-KEY OCCURS 5000 TIMES PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF WS-INTK-AVAILABLE
               PERFORM 2000-EDIT-SUBMISSION
               PERFORM 3000-PROVE-SUBMISSION
               IF WS-FILE-REJECT-REASON = SPACES
                   PERFORM 4000-APPLY-SUBMISSION
               END-IF
               PERFORM 5000-LOG-SUBMISSION
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
               IF PARM-APPROVAL-THRESHOLD NOT = ZERO
                   MOVE PARM-APPROVAL-THRESHOLD
                       TO WS-APPROVAL-THRESHOLD
               END-IF
               CLOSE VERBPARM
           END-IF.
           OPEN OUTPUT VERBLOAD-RPT.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC.
           OPEN INPUT VERBINTK.
           IF WS-INTK-FILE-FOUND
               SET WS-INTK-AVAILABLE TO TRUE
               PERFORM 1100-OPEN-VERBTRAN
               OPEN INPUT VERBDEPT
               IF WS-DEPT-FILE-FOUND
                   SET WS-DEPT-AVAILABLE TO TRUE
               END-IF
           ELSE
               MOVE "NO INTAKE FILE ON HAND - NOTHING LOADED"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       1100-OPEN-VERBTRAN.
      *    Pick up the running count/hash the same way VERBSMNT does:
      *    straight off the trailer record at key 999999, rebuilding
      *    from the details only when no trailer is on file, so the
      *    trailer rewritten after the load covers every detail
      *    record on the master.
           OPEN I-O VERBTRAN.
           IF WS-TRAN-FILE-NOT-FOUND
               OPEN OUTPUT VERBTRAN
               CLOSE VERBTRAN
               OPEN I-O VERBTRAN
           END-IF.
           MOVE 999999 TO TRAN-KEY.
           READ VERBTRAN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WS-TRAILER-ON-FILE TO TRUE
                   MOVE CTL-RECORD-COUNT TO WS-LOAD-RECORD-COUNT
                   MOVE CTL-HASH-TOTAL TO WS-LOAD-HASH-TOTAL
           END-READ.
           IF NOT WS-TRAILER-ON-FILE
               PERFORM 1160-REBUILD-CONTROL-TOTALS
           END-IF.

       1160-REBUILD-CONTROL-TOTALS.
           MOVE ZERO TO WS-LOAD-RECORD-COUNT WS-LOAD-HASH-TOTAL.
           MOVE ZERO TO TRAN-KEY.
           START VERBTRAN KEY NOT LESS THAN TRAN-KEY
               INVALID KEY SET WS-TRAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-TRAN-EOF
               READ VERBTRAN NEXT
                   AT END SET WS-TRAN-EOF TO TRUE
               END-READ
               IF NOT WS-TRAN-EOF AND TRAN-DETAIL-REC
                   ADD 1 TO WS-LOAD-RECORD-COUNT
                   ADD OP-A TO WS-LOAD-HASH-TOTAL
               END-IF
           END-PERFORM.

       1180-OPEN-AUDIT-FILE.
           OPEN INPUT VERBAUDT.
           IF WS-AUD-FILE-FOUND
               CLOSE VERBAUDT
               OPEN EXTEND VERBAUDT
           ELSE
               OPEN OUTPUT VERBAUDT
           END-IF.

       2000-EDIT-SUBMISSION.
      *    First pass: every line edited and listed, nothing applied.
      *    Only the first thing wrong with the file's shape is kept
      *    as its rejection reason; line errors are counted.
           PERFORM UNTIL WS-INTK-EOF
               READ VERBINTK
                   AT END SET WS-INTK-EOF TO TRUE
               END-READ
               IF NOT WS-INTK-EOF
                   ADD 1 TO WS-RECORD-SEQ
                   PERFORM 2100-EDIT-ONE-RECORD
               END-IF
           END-PERFORM.

       2100-EDIT-ONE-RECORD.
           EVALUATE TRUE
               WHEN INTK-HEADER-REC
                   IF WS-HEADER-SEEN OR WS-DETAIL-COUNT > ZERO
                       MOVE "HEADER RECORD OUT OF PLACE"
                           TO WS-LINE-REJECT-REASON
                       PERFORM 2900-NOTE-FILE-ERROR
                   ELSE
                       PERFORM 2150-TAKE-HEADER
                   END-IF
               WHEN INTK-DETAIL-REC
                   IF NOT WS-HEADER-SEEN
                       MOVE "DETAIL BEFORE HEADER RECORD"
                           TO WS-LINE-REJECT-REASON
                       PERFORM 2900-NOTE-FILE-ERROR
                   END-IF
                   IF WS-INTK-TRAILER-SEEN
                       MOVE "DETAIL AFTER TRAILER RECORD"
                           TO WS-LINE-REJECT-REASON
                       PERFORM 2900-NOTE-FILE-ERROR
                   END-IF
                   PERFORM 2200-EDIT-DETAIL-LINE
               WHEN INTK-TRAILER-REC
                   IF WS-INTK-TRAILER-SEEN
                       MOVE "MORE THAN ONE TRAILER RECORD"
                           TO WS-LINE-REJECT-REASON
                       PERFORM 2900-NOTE-FILE-ERROR
                   ELSE
                       SET WS-INTK-TRAILER-SEEN TO TRUE
                       IF INTK-TRL-LINE-COUNT NUMERIC
                               AND INTK-TRL-HASH-TOTAL NUMERIC
                           MOVE INTK-TRL-LINE-COUNT
                               TO WS-TRL-LINE-COUNT
                           MOVE INTK-TRL-HASH-TOTAL
                               TO WS-TRL-HASH-TOTAL
                       ELSE
                           MOVE "TRAILER TOTALS NOT NUMERIC"
                               TO WS-LINE-REJECT-REASON
                           PERFORM 2900-NOTE-FILE-ERROR
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE IN FILE"
                       TO WS-LINE-REJECT-REASON
                   PERFORM 2900-NOTE-FILE-ERROR
           END-EVALUATE.

       2150-TAKE-HEADER.
           SET WS-HEADER-SEEN TO TRUE.
           MOVE INTK-HDR-DEPT-CODE TO WS-HDR-DEPT-CODE.
           MOVE INTK-HDR-SUBMISSION-ID TO WS-HDR-SUBMISSION-ID.
           IF INTK-HDR-SUBMIT-DATE NUMERIC
               MOVE INTK-HDR-SUBMIT-DATE TO WS-HDR-SUBMIT-DATE
           END-IF.
           MOVE SPACES TO WS-DEPT-NAME.
           IF WS-DEPT-AVAILABLE AND WS-HDR-DEPT-CODE NOT = SPACES
               MOVE WS-HDR-DEPT-CODE TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DEPT-NAME TO WS-DEPT-NAME
               END-READ
           END-IF.
           MOVE WS-HDR-DEPT-CODE TO RPT-SUB-DEPT.
           MOVE WS-DEPT-NAME TO RPT-SUB-NAME.
           MOVE WS-HDR-SUBMISSION-ID TO RPT-SUB-ID.
           MOVE WS-HDR-SUBMIT-DATE TO RPT-SUB-DATE.
           MOVE WS-RPT-SUBMISSION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE WS-RPT-COLUMN-HEADING-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.

       2200-EDIT-DETAIL-LINE.
      *    The operand rules are VERBSMNT's keying edits; the first
      *    one failed is the line's result. The hash is taken over
      *    whatever numeric A the department sent, so the trailer
      *    proves the file as cut, not as edited.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES TO WS-LINE-REJECT-REASON.
           IF INTK-A NUMERIC
               ADD INTK-A TO WS-DETAIL-HASH
           END-IF.
           EVALUATE TRUE
               WHEN INTK-TRAN-KEY NOT NUMERIC
                   MOVE "TRAN KEY NOT NUMERIC"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-A NOT NUMERIC OR INTK-B NOT NUMERIC
                       OR INTK-C NOT NUMERIC OR INTK-D NOT NUMERIC
                       OR INTK-E NOT NUMERIC OR INTK-H NOT NUMERIC
                       OR INTK-I NOT NUMERIC
                   MOVE "OPERAND NOT NUMERIC"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-TRAN-KEY = ZERO OR INTK-TRAN-KEY = 999999
                   MOVE "TRAN KEY MUST BE 1-999998"
                       TO WS-LINE-REJECT-REASON
               WHEN OTHER
                   PERFORM 2250-CHECK-KEY-IN-FILE
                   PERFORM 2300-EDIT-DETAIL-VALUES
           END-EVALUATE.
           IF WS-LINE-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-LINE-ERROR-COUNT
           END-IF.
           PERFORM 2800-PRINT-DETAIL-LINE.

       2250-CHECK-KEY-IN-FILE.
           MOVE "N" TO WS-KEY-REPEATED-SW.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-MAX OR WS-KEY-REPEATED
               IF WS-FILE-KEY (WS-KEY-SUB) = INTK-TRAN-KEY
                   SET WS-KEY-REPEATED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-KEY-REPEATED
               EVALUATE TRUE
                   WHEN WS-KEY-MAX < 5000
                       ADD 1 TO WS-KEY-MAX
                       MOVE INTK-TRAN-KEY TO WS-FILE-KEY (WS-KEY-MAX)
                   WHEN NOT WS-KEY-TABLE-FULL
                       SET WS-KEY-TABLE-FULL TO TRUE
                       MOVE "MORE THAN 5000 LINES - SPLIT IT"
                           TO WS-LINE-REJECT-REASON
                       PERFORM 2900-NOTE-FILE-ERROR
                       MOVE SPACES TO WS-LINE-REJECT-REASON
               END-EVALUATE
           END-IF.

       2300-EDIT-DETAIL-VALUES.
           MOVE INTK-TRAN-KEY TO TRAN-KEY.
           EVALUATE TRUE
               WHEN WS-KEY-REPEATED
                   MOVE "TRAN KEY REPEATED IN FILE"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-A + INTK-B + INTK-C > 999
                   MOVE "A + B + C MUST NOT EXCEED 999"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-D > INTK-A
                   MOVE "D MUST NOT EXCEED A"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-A = ZERO
                   MOVE "A MUST NOT BE ZERO (DIVISOR)"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-E + INTK-H > 9999999.99
                   MOVE "E + H MUST NOT EXCEED 9999999.99"
                       TO WS-LINE-REJECT-REASON
               WHEN WS-APPROVAL-THRESHOLD > ZERO
                       AND (INTK-E > WS-APPROVAL-THRESHOLD
                           OR INTK-H > WS-APPROVAL-THRESHOLD)
                   MOVE "OVER APPROVAL LIMIT - KEY IT"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-EFFECTIVE-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (INTK-EFFECTIVE-DATE) NOT = ZERO
                   MOVE "EFFECTIVE DATE NOT VALID"
                       TO WS-LINE-REJECT-REASON
               WHEN INTK-EFFECTIVE-DATE NOT = ZERO
                       AND INTK-EFFECTIVE-DATE < WS-RUN-DATE-YYYYMMDD
                   MOVE "EFFECTIVE DATE IS PAST"
                       TO WS-LINE-REJECT-REASON
               WHEN OTHER
                   READ VERBTRAN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "TRAN KEY ALREADY ON MASTER"
                               TO WS-LINE-REJECT-REASON
                   END-READ
           END-EVALUATE.

       2800-PRINT-DETAIL-LINE.
           MOVE WS-RECORD-SEQ TO RPT-DTL-LINE-NO.
           MOVE INTK-TRAN-KEY TO RPT-DTL-TRAN-KEY.
           MOVE INTK-A TO RPT-DTL-A.
           MOVE INTK-B TO RPT-DTL-B.
           MOVE INTK-C TO RPT-DTL-C.
           MOVE INTK-D TO RPT-DTL-D.
      *    E and H as sent are positions 19-27 and 28-36 of the
      *    detail area.
           MOVE INTK-DETAIL (19:9) TO RPT-DTL-E.
           MOVE INTK-DETAIL (28:9) TO RPT-DTL-H.
           MOVE INTK-I TO RPT-DTL-I.
           MOVE INTK-EFFECTIVE-DATE TO RPT-DTL-EFF-DATE.
           IF INTK-TRAN-KEY NUMERIC
               MOVE INTK-TRAN-KEY TO WS-ED-TRAN-KEY
               MOVE WS-ED-TRAN-KEY TO RPT-DTL-TRAN-KEY
           END-IF.
           IF INTK-A NUMERIC
               MOVE INTK-A TO WS-ED-OPERAND
               MOVE WS-ED-OPERAND TO RPT-DTL-A
           END-IF.
           IF INTK-B NUMERIC
               MOVE INTK-B TO WS-ED-OPERAND
               MOVE WS-ED-OPERAND TO RPT-DTL-B
           END-IF.
           IF INTK-C NUMERIC
               MOVE INTK-C TO WS-ED-OPERAND
               MOVE WS-ED-OPERAND TO RPT-DTL-C
           END-IF.
           IF INTK-D NUMERIC
               MOVE INTK-D TO WS-ED-OPERAND
               MOVE WS-ED-OPERAND TO RPT-DTL-D
           END-IF.
           IF INTK-E NUMERIC
               MOVE INTK-E TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT TO RPT-DTL-E
           END-IF.
           IF INTK-H NUMERIC
               MOVE INTK-H TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT TO RPT-DTL-H
           END-IF.
           IF INTK-I NUMERIC
               MOVE INTK-I TO WS-ED-I
               MOVE WS-ED-I TO RPT-DTL-I
           END-IF.
           IF WS-LINE-REJECT-REASON = SPACES
               MOVE "OK" TO RPT-DTL-RESULT
           ELSE
               MOVE WS-LINE-REJECT-REASON TO RPT-DTL-RESULT
           END-IF.
           MOVE WS-RPT-DETAIL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       2900-NOTE-FILE-ERROR.
           IF WS-FILE-REJECT-REASON = SPACES
               MOVE WS-LINE-REJECT-REASON TO WS-FILE-REJECT-REASON
           END-IF.
           MOVE WS-RECORD-SEQ TO RPT-SUM-VALUE.
           MOVE "FILE ERROR AT RECORD    :" TO RPT-SUM-CAPTION.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-LINE-REJECT-REASON TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       3000-PROVE-SUBMISSION.
      *    The file proves to its own trailer before anything else
      *    is judged; then the header, the submission log, and the
      *    lines. The first failure is the reason the whole file is
      *    turned back.
           MOVE "DETAIL LINES VS TRAILER :" TO RPT-PRF-CAPTION.
           MOVE WS-TRL-LINE-COUNT TO RPT-PRF-EXPECTED.
           MOVE WS-DETAIL-COUNT TO RPT-PRF-ACTUAL.
           IF WS-TRL-LINE-COUNT = WS-DETAIL-COUNT
               MOVE "OK" TO RPT-PRF-RESULT
           ELSE
               MOVE "MISMATCH" TO RPT-PRF-RESULT
           END-IF.
           MOVE WS-RPT-PROOF-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "OPERAND HASH VS TRAILER :" TO RPT-PRF-CAPTION.
           MOVE WS-TRL-HASH-TOTAL TO RPT-PRF-EXPECTED.
           MOVE WS-DETAIL-HASH TO RPT-PRF-ACTUAL.
           IF WS-TRL-HASH-TOTAL = WS-DETAIL-HASH
               MOVE "OK" TO RPT-PRF-RESULT
           ELSE
               MOVE "MISMATCH" TO RPT-PRF-RESULT
           END-IF.
           MOVE WS-RPT-PROOF-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           IF WS-FILE-REJECT-REASON = SPACES
               PERFORM 3100-CHECK-FILE-CONTROLS
           END-IF.
           IF WS-FILE-REJECT-REASON = SPACES
               PERFORM 3200-CHECK-SUBMISSION-LOG
           END-IF.
           IF WS-FILE-REJECT-REASON = SPACES
                   AND WS-LINE-ERROR-COUNT > ZERO
               MOVE "LINES IN ERROR - SEE LISTING"
                   TO WS-FILE-REJECT-REASON
           END-IF.

       3100-CHECK-FILE-CONTROLS.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE "NO HEADER RECORD"
                       TO WS-FILE-REJECT-REASON
               WHEN NOT WS-INTK-TRAILER-SEEN
                   MOVE "NO TRAILER RECORD"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-TRL-LINE-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "TRAILER LINE COUNT MISMATCH"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-TRL-HASH-TOTAL NOT = WS-DETAIL-HASH
                   MOVE "TRAILER OPERAND HASH MISMATCH"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-DETAIL-COUNT = ZERO
                   MOVE "NO DETAIL LINES IN FILE"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-HDR-SUBMISSION-ID = SPACES
                   MOVE "SUBMISSION ID MISSING"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-HDR-SUBMIT-DATE = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (WS-HDR-SUBMIT-DATE) NOT = ZERO
                   MOVE "SUBMISSION DATE NOT VALID"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-HDR-DEPT-CODE = SPACES
                   MOVE "DEPT CODE MISSING FROM HEADER"
                       TO WS-FILE-REJECT-REASON
               WHEN OTHER
                   PERFORM 3150-VALIDATE-DEPARTMENT
           END-EVALUATE.

       3150-VALIDATE-DEPARTMENT.
      *    Same rule as VERBSMNT keying: the code must name a
      *    department on the master, and a closed department takes
      *    no new activity.
           IF WS-DEPT-AVAILABLE
               MOVE WS-HDR-DEPT-CODE TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "DEPT NOT ON DEPT MASTER"
                           TO WS-FILE-REJECT-REASON
                   NOT INVALID KEY
                       IF DEPT-CLOSED
                           MOVE "DEPT CLOSED TO NEW ACTIVITY"
                               TO WS-FILE-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       3200-CHECK-SUBMISSION-LOG.
      *    Only a load counts as submitted - a file turned back may
      *    come in again under the same ID once it is put right.
           MOVE "N" TO WS-SUBMISSION-LOADED-SW.
           OPEN INPUT VERBSUBL.
           IF WS-SUBL-FILE-FOUND
               MOVE "N" TO WS-SUBL-EOF-SW
               PERFORM UNTIL WS-SUBL-EOF OR WS-SUBMISSION-LOADED
                   READ VERBSUBL
                       AT END SET WS-SUBL-EOF TO TRUE
                   END-READ
                   IF NOT WS-SUBL-EOF
                           AND SUBL-DEPT-CODE = WS-HDR-DEPT-CODE
                           AND SUBL-SUBMISSION-ID
                               = WS-HDR-SUBMISSION-ID
                           AND SUBL-LOADED
                       SET WS-SUBMISSION-LOADED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE VERBSUBL
           END-IF.
           IF WS-SUBMISSION-LOADED
               MOVE "SUBMISSION ALREADY LOADED"
                   TO WS-FILE-REJECT-REASON
           END-IF.

       4000-APPLY-SUBMISSION.
      *    Second pass over a proven file. Every key was checked
      *    against the master in the first pass, so a key refused
      *    here was taken by keying running alongside the load; it
      *    is listed and the run ends RC 8 for the rest to be
      *    keyed by hand.
           CLOSE VERBINTK.
           OPEN INPUT VERBINTK.
           PERFORM 1180-OPEN-AUDIT-FILE.
           MOVE "N" TO WS-INTK-EOF-SW.
           MOVE ZERO TO WS-RECORD-SEQ.
           PERFORM UNTIL WS-INTK-EOF
               READ VERBINTK
                   AT END SET WS-INTK-EOF TO TRUE
               END-READ
               IF NOT WS-INTK-EOF
                   ADD 1 TO WS-RECORD-SEQ
                   IF INTK-DETAIL-REC
                       PERFORM 4100-ADD-ONE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VERBAUDT.
           PERFORM 4900-WRITE-TRAILER.

       4100-ADD-ONE-DETAIL.
           MOVE "D" TO TRAN-REC-TYPE.
           MOVE INTK-TRAN-KEY TO TRAN-KEY.
           MOVE WS-HDR-DEPT-CODE TO TRAN-DEPT-CODE.
           MOVE INTK-A TO OP-A.
           MOVE INTK-B TO OP-B.
           MOVE INTK-C TO OP-C.
           MOVE INTK-D TO OP-D.
           MOVE INTK-E TO OP-E.
           MOVE INTK-H TO OP-H.
           MOVE INTK-I TO OP-I.
           MOVE WS-RUN-DATE-YYYYMMDD TO TRAN-LAST-MAINT-DATE.
           MOVE INTK-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE.
           WRITE WS-VERB-TRAN-REC
               INVALID KEY
                   PERFORM 4150-REPORT-NOT-ADDED
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   ADD OP-A TO WS-LOADED-HASH
                   ADD 1 TO WS-LOAD-RECORD-COUNT
                   ADD OP-A TO WS-LOAD-HASH-TOTAL
                   PERFORM 4200-WRITE-AUDIT-RECORD
           END-WRITE.

       4150-REPORT-NOT-ADDED.
           ADD 1 TO WS-NOT-ADDED-COUNT.
           MOVE 8 TO WS-FINAL-RC.
           MOVE "NOT ADDED AT RECORD     :" TO RPT-SUM-CAPTION.
           MOVE WS-RECORD-SEQ TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "KEY TAKEN DURING LOAD - NOT ADDED" TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       4200-WRITE-AUDIT-RECORD.
      *    One keying-audit entry per line, as if keyed as an add:
      *    the loader stands as the user, and no approver since
      *    nothing over the threshold is loaded.
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO AUD-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC TO AUD-TIME.
           MOVE "VERBLOAD" TO AUD-USER-ID.
           MOVE "A" TO AUD-FUNCTION.
           MOVE TRAN-KEY TO AUD-TRAN-KEY.
           MOVE TRAN-DEPT-CODE TO AUD-DEPT-CODE.
           MOVE INTK-A TO AUD-A.
           MOVE INTK-B TO AUD-B.
           MOVE INTK-C TO AUD-C.
           MOVE INTK-D TO AUD-D.
           MOVE INTK-E TO AUD-E.
           MOVE INTK-H TO AUD-H.
           MOVE INTK-I TO AUD-I.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE WS-AUDIT-REC.

       4900-WRITE-TRAILER.
      *    Same rule as VERBSMNT: one "T" trailer covering every
      *    detail record on the master, held at reserved key 999999
      *    and rewritten in place.
           MOVE "T" TO TRAN-REC-TYPE.
           MOVE 999999 TO TRAN-KEY.
           MOVE ZERO TO WS-VERB-TRAN-TRAILER.
           MOVE WS-LOAD-RECORD-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-LOAD-HASH-TOTAL TO CTL-HASH-TOTAL.
           IF WS-TRAILER-ON-FILE
               REWRITE WS-VERB-TRAN-REC
           ELSE
               WRITE WS-VERB-TRAN-REC
                   INVALID KEY REWRITE WS-VERB-TRAN-REC
               END-WRITE
           END-IF.

       5000-LOG-SUBMISSION.
           OPEN INPUT VERBSUBL.
           IF WS-SUBL-FILE-FOUND
               CLOSE VERBSUBL
               OPEN EXTEND VERBSUBL
           ELSE
               OPEN OUTPUT VERBSUBL
           END-IF.
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
           MOVE WS-HDR-DEPT-CODE TO SUBL-DEPT-CODE.
           MOVE WS-HDR-SUBMISSION-ID TO SUBL-SUBMISSION-ID.
           MOVE WS-HDR-SUBMIT-DATE TO SUBL-SUBMIT-DATE.
           MOVE WS-RUN-DATE-YYYYMMDD TO SUBL-PROCESS-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC TO SUBL-PROCESS-TIME.
           MOVE WS-TRL-LINE-COUNT TO SUBL-LINE-COUNT.
           MOVE WS-TRL-HASH-TOTAL TO SUBL-HASH-TOTAL.
           MOVE WS-FILE-REJECT-REASON TO SUBL-REJECT-REASON.
           IF WS-FILE-REJECT-REASON = SPACES
               SET SUBL-LOADED TO TRUE
           ELSE
               SET SUBL-REJECTED TO TRUE
           END-IF.
           WRITE WS-SUBMISSION-LOG-REC.
           CLOSE VERBSUBL.

       9000-TERMINATE.
           IF WS-INTK-AVAILABLE
               CLOSE VERBINTK
               CLOSE VERBTRAN
               IF WS-DEPT-AVAILABLE
                   CLOSE VERBDEPT
               END-IF
               PERFORM 9100-PRINT-SUMMARY
           END-IF.
           CLOSE VERBLOAD-RPT.

       9100-PRINT-SUMMARY.
           MOVE "RECORDS IN FILE         :" TO RPT-SUM-CAPTION.
           MOVE WS-RECORD-SEQ TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "DETAIL LINES            :" TO RPT-SUM-CAPTION.
           MOVE WS-DETAIL-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "LINES IN ERROR          :" TO RPT-SUM-CAPTION.
           MOVE WS-LINE-ERROR-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "LINES ADDED TO MASTER   :" TO RPT-SUM-CAPTION.
           MOVE WS-LOADED-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "OPERAND HASH ADDED      :" TO RPT-SUM-CAPTION.
           MOVE WS-LOADED-HASH TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           IF WS-NOT-ADDED-COUNT > ZERO
               MOVE "LINES NOT ADDED         :" TO RPT-SUM-CAPTION
               MOVE WS-NOT-ADDED-COUNT TO RPT-SUM-VALUE
               MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO RPT-DSP-REASON.
           IF WS-FILE-REJECT-REASON = SPACES
               MOVE "SUBMISSION LOADED" TO RPT-DSP-TEXT
           ELSE
               MOVE "SUBMISSION REJECTED - NOTHING APPLIED: "
                   TO RPT-DSP-TEXT
               MOVE WS-FILE-REJECT-REASON TO RPT-DSP-REASON
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
           MOVE WS-RPT-DISPOSITION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.

       END PROGRAM VERBLOAD.
