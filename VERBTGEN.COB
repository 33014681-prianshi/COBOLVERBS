      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-transaction generator, run each cycle
      *          ahead of VERBEDIT. Reads every template on the
      *          VERBSTND file maintained through VERBTMNT and, for
      *          each active template with an occurrence due on or
      *          before the process date, writes a VERBTRAN detail
      *          record under the next free TRAN-KEY carrying the
      *          template's department and operands, effective on
      *          the occurrence's due date. Every generated detail
      *          is logged to the keying audit file as a "G" entry
      *          naming the supervisor who approved the template,
      *          and the master trailer count/hash is carried
      *          forward so VERBEDIT still proves the master. The
      *          template's next-due date then advances by its
      *          frequency; a template past its end date is marked
      *          expired. An occurrence due for a department that
      *          is unknown, closed, or barred from the GL is not
      *          generated - the same rule VERBEDIT would suspend it
      *          on - and is listed as skipped, as is every due
      *          occurrence of a suspended template. The register
      *          on VERBTGEN.PRT lists each occurrence created,
      *          skipped, or expired, with the trailer before and
      *          after. The process date comes from
      *          PARM-PROCESS-DATE when one is keyed, otherwise the
      *          current date. Return code 4 when anything was
      *          skipped, 8 when the master ran out of keys.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBSTND ASSIGN TO "VERBSTND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STND-TEMPLATE-ID
               FILE STATUS IS WS-STND-FILE-STATUS.
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
           SELECT VERBTGEN-RPT ASSIGN TO "VERBTGEN.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBSTND.
       COPY VERBSTND.
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
       FD  VERBTGEN-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(29) VALUE
               "STANDING TRANSACTIONS        ".
           05  FILLER           PIC X(13) VALUE "PROCESS DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
       01  WS-RPT-COLUMN-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(10) VALUE "TEMPLATE".
           05  FILLER           PIC X(06) VALUE "DEPT".
           05  FILLER           PIC X(05) VALUE "FREQ".
           05  FILLER           PIC X(12) VALUE "DUE DATE".
           05  FILLER           PIC X(09) VALUE "TRAN KEY".
           05  FILLER           PIC X(06) VALUE "     A".
           05  FILLER           PIC X(15) VALUE "              E".
           05  FILLER           PIC X(15) VALUE "              H".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(30) VALUE "ACTION".
       01  WS-RPT-DETAIL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DTL-TEMPLATE PIC 9(6).
           05  FILLER           PIC X(04) VALUE SPACES.
           05  RPT-DTL-DEPT     PIC X(3).
           05  FILLER           PIC X(05) VALUE SPACES.
           05  RPT-DTL-FREQ     PIC X.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-DUE-DATE PIC 9999/99/99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-TRAN-KEY PIC X(6).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-DTL-A        PIC ZZZZZ9.
           05  RPT-DTL-E        PIC ZZZZ,ZZZ.99-.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-DTL-H        PIC ZZZZ,ZZZ.99-.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  RPT-DTL-ACTION   PIC X(30).
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(50).
       01  WS-RPT-SUMMARY-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUM-CAPTION  PIC X(26).
           05  RPT-SUM-VALUE    PIC Z,ZZZ,ZZ9.
       01  WS-RPT-CREATED-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(26) VALUE
               "CREATED E / H TOTALS    :".
           05  FILLER           PIC X(03) VALUE "E:".
           05  RPT-CRT-E        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(04) VALUE "  H:".
           05  RPT-CRT-H        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-TRAILER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TRL-CAPTION  PIC X(26).
           05  FILLER           PIC X(07) VALUE "COUNT: ".
           05  RPT-TRL-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(08) VALUE "  HASH: ".
           05  RPT-TRL-HASH     PIC ZZZ,ZZZ,ZZ9.
       01 WS-STND-FILE-STATUS PIC XX.
           88  WS-STND-IO-OK                VALUE "00".
           88  WS-STND-FILE-NOT-FOUND       VALUE "35".
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
       01 WS-RPT-FILE-STATUS PIC XX.
      *    Optional the same way it is for VERBEDIT: with no
      *    department master on hand, codes are taken as held.
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-STND-AVAILABLE-SW PIC X VALUE "N".
           88  WS-STND-AVAILABLE            VALUE "Y".
       01 WS-STND-EOF-SW PIC X VALUE "N".
           88  WS-STND-EOF                  VALUE "Y".
       01 WS-TRAN-EOF-SW PIC X VALUE "N".
           88  WS-TRAN-EOF                  VALUE "Y".
       01 WS-TRAILER-ON-FILE-SW PIC X VALUE "N".
           88  WS-TRAILER-ON-FILE           VALUE "Y".
       01 WS-TRAN-WRITTEN-SW PIC X VALUE "N".
           88  WS-TRAN-WRITTEN              VALUE "Y".
       01 WS-KEYS-EXHAUSTED-SW PIC X VALUE "N".
           88  WS-KEYS-EXHAUSTED            VALUE "Y".
       01 WS-DEPT-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-TIME-HHMMSSCC PIC 9(8).
       01 WS-FINAL-RC PIC 9(4) VALUE ZERO.
      *    Highest detail key on the master plus one; wide enough to
      *    pass the reserved trailer key without wrapping.
       01 WS-NEXT-TRAN-KEY PIC 9(7) VALUE 1.
       01 WS-GEN-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GEN-HASH-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-OLD-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OLD-HASH-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-TEMPLATE-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TEMPLATE-DUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CREATED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CREATED-E-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CREATED-H-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-INT PIC 9(8).
      *    Month arithmetic for monthly and quarterly templates: the
      *    day is always the start date's, which VERBTMNT holds to
      *    1-28 so every month has it.
       01 WS-NEXT-DUE-WORK PIC 9(8).
       01 WS-NEXT-DUE-PARTS REDEFINES WS-NEXT-DUE-WORK.
           05  WS-NEXT-DUE-YYYY         PIC 9(4).
           05  WS-NEXT-DUE-MM           PIC 99.
           05  WS-NEXT-DUE-DD           PIC 99.
       01 WS-START-DATE-WORK PIC 9(8).
       01 WS-START-DATE-PARTS REDEFINES WS-START-DATE-WORK.
           05  WS-START-YYYY            PIC 9(4).
           05  WS-START-MM              PIC 99.
           05  WS-START-DD              PIC 99.
       01 WS-MONTHS-TO-ADD PIC 99.
       01 WS-MONTH-WORK PIC 999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF WS-STND-AVAILABLE
               PERFORM 2000-GENERATE-FROM-TEMPLATES
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
           OPEN OUTPUT VERBTGEN-RPT.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC.
      *    No template file means nothing is standing yet - the
      *    master is left untouched and the register says so.
           OPEN I-O VERBSTND.
           IF WS-STND-IO-OK
               SET WS-STND-AVAILABLE TO TRUE
               PERFORM 1100-OPEN-VERBTRAN
               PERFORM 1180-OPEN-AUDIT-FILE
               OPEN INPUT VERBDEPT
               IF WS-DEPT-FILE-FOUND
                   SET WS-DEPT-AVAILABLE TO TRUE
               END-IF
               MOVE WS-RPT-COLUMN-HEADING-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
           ELSE
               MOVE "NO TEMPLATE FILE ON HAND - NOTHING GENERATED"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
           END-IF.

       1100-OPEN-VERBTRAN.
      *    Pick up the running count/hash the same way VERBSMNT does:
      *    straight off the trailer record at key 999999, rebuilding
      *    from the details only when no trailer is on file. The
      *    same pass finds the highest key in use, so generated
      *    details are added above everything already keyed.
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
                   MOVE CTL-RECORD-COUNT TO WS-GEN-RECORD-COUNT
                   MOVE CTL-HASH-TOTAL TO WS-GEN-HASH-TOTAL
           END-READ.
           PERFORM 1160-SCAN-MASTER.
           MOVE WS-GEN-RECORD-COUNT TO WS-OLD-RECORD-COUNT.
           MOVE WS-GEN-HASH-TOTAL TO WS-OLD-HASH-TOTAL.

       1160-SCAN-MASTER.
           IF NOT WS-TRAILER-ON-FILE
               MOVE ZERO TO WS-GEN-RECORD-COUNT WS-GEN-HASH-TOTAL
           END-IF.
           MOVE ZERO TO TRAN-KEY.
           START VERBTRAN KEY NOT LESS THAN TRAN-KEY
               INVALID KEY SET WS-TRAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-TRAN-EOF
               READ VERBTRAN NEXT
                   AT END SET WS-TRAN-EOF TO TRUE
               END-READ
               IF NOT WS-TRAN-EOF AND NOT TRAN-TRAILER-KEY
                   COMPUTE WS-NEXT-TRAN-KEY = TRAN-KEY + 1
                   IF TRAN-DETAIL-REC AND NOT WS-TRAILER-ON-FILE
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       ADD OP-A TO WS-GEN-HASH-TOTAL
                   END-IF
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

       2000-GENERATE-FROM-TEMPLATES.
           MOVE ZERO TO STND-TEMPLATE-ID.
           START VERBSTND KEY NOT LESS THAN STND-TEMPLATE-ID
               INVALID KEY SET WS-STND-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-STND-EOF OR WS-KEYS-EXHAUSTED
               READ VERBSTND NEXT
                   AT END SET WS-STND-EOF TO TRUE
               END-READ
               IF NOT WS-STND-EOF
                   ADD 1 TO WS-TEMPLATE-READ-COUNT
                   PERFORM 2100-PROCESS-ONE-TEMPLATE
               END-IF
           END-PERFORM.

       2100-PROCESS-ONE-TEMPLATE.
      *    An expired template, or one not yet due, is passed over
      *    silently. A suspended template's due occurrences are
      *    listed and passed by - they are not made up later.
           EVALUATE TRUE
               WHEN STND-EXPIRED
                   CONTINUE
               WHEN STND-NEXT-DUE-DATE > WS-RUN-DATE-YYYYMMDD
                   CONTINUE
               WHEN STND-SUSPENDED
                   ADD 1 TO WS-TEMPLATE-DUE-COUNT
                   ADD 1 TO WS-SUSPENDED-COUNT
                   PERFORM 2250-PASS-SUSPENDED-OCCURRENCES
               WHEN OTHER
                   ADD 1 TO WS-TEMPLATE-DUE-COUNT
                   PERFORM 2200-GENERATE-DUE-OCCURRENCES
           END-EVALUATE.

       2200-GENERATE-DUE-OCCURRENCES.
      *    Catch up every occurrence due through the process date -
      *    a template missed by an earlier cycle generates each
      *    missed occurrence, each effective on its own due date.
           PERFORM UNTIL STND-EXPIRED OR WS-KEYS-EXHAUSTED
                   OR STND-NEXT-DUE-DATE > WS-RUN-DATE-YYYYMMDD
               IF STND-END-DATE NOT = ZERO
                       AND STND-NEXT-DUE-DATE > STND-END-DATE
                   PERFORM 2700-EXPIRE-TEMPLATE
               ELSE
                   PERFORM 2300-GENERATE-ONE-OCCURRENCE
               END-IF
           END-PERFORM.
      *    A template whose last occurrence has just been made is
      *    expired now rather than on the next cycle.
           IF STND-ACTIVE AND STND-END-DATE NOT = ZERO
                   AND STND-NEXT-DUE-DATE > STND-END-DATE
               PERFORM 2700-EXPIRE-TEMPLATE
           END-IF.

       2250-PASS-SUSPENDED-OCCURRENCES.
      *    Next-due moves past the process date as each occurrence
      *    is listed, so when VERBTMNT makes the template active
      *    again it starts from the next occurrence instead of
      *    catching up every one missed while it was suspended.
           PERFORM UNTIL STND-EXPIRED
                   OR STND-NEXT-DUE-DATE > WS-RUN-DATE-YYYYMMDD
               IF STND-END-DATE NOT = ZERO
                       AND STND-NEXT-DUE-DATE > STND-END-DATE
                   PERFORM 2700-EXPIRE-TEMPLATE
               ELSE
                   MOVE STND-NEXT-DUE-DATE TO WS-DUE-DATE
                   MOVE "TEMPLATE SUSPENDED - NOT MADE"
                       TO RPT-DTL-ACTION
                   PERFORM 2800-PRINT-TEMPLATE-LINE
                   PERFORM 2600-ADVANCE-NEXT-DUE
               END-IF
           END-PERFORM.
           IF NOT STND-EXPIRED
               IF STND-END-DATE NOT = ZERO
                       AND STND-NEXT-DUE-DATE > STND-END-DATE
                   PERFORM 2700-EXPIRE-TEMPLATE
               ELSE
                   REWRITE WS-STANDING-TEMPLATE-REC
               END-IF
           END-IF.

       2300-GENERATE-ONE-OCCURRENCE.
           MOVE STND-NEXT-DUE-DATE TO WS-DUE-DATE.
           PERFORM 2350-VALIDATE-DEPARTMENT.
           IF WS-DEPT-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-DEPT-REJECT-REASON TO RPT-DTL-ACTION
               PERFORM 2800-PRINT-TEMPLATE-LINE
           ELSE
               PERFORM 2400-WRITE-GENERATED-TRAN
           END-IF.
           IF NOT WS-KEYS-EXHAUSTED
               PERFORM 2600-ADVANCE-NEXT-DUE
               REWRITE WS-STANDING-TEMPLATE-REC
           END-IF.

       2350-VALIDATE-DEPARTMENT.
      *    The department rules VERBEDIT applies, proved here so an
      *    occurrence is not generated only to be suspended.
           MOVE SPACES TO WS-DEPT-REJECT-REASON.
           IF WS-DEPT-AVAILABLE
               MOVE STND-DEPT-CODE TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "DEPT NOT ON DEPT MASTER"
                           TO WS-DEPT-REJECT-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DEPT-CLOSED
                               MOVE "DEPT CLOSED TO NEW ACTIVITY"
                                   TO WS-DEPT-REJECT-REASON
                           WHEN DEPT-GL-NOT-AUTHORIZED
                               MOVE "DEPT NOT AUTHORIZED FOR GL"
                                   TO WS-DEPT-REJECT-REASON
                       END-EVALUATE
               END-READ
           END-IF.

       2400-WRITE-GENERATED-TRAN.
           MOVE "D" TO TRAN-REC-TYPE.
           MOVE STND-DEPT-CODE TO TRAN-DEPT-CODE.
           MOVE STND-OP-A TO OP-A.
           MOVE STND-OP-B TO OP-B.
           MOVE STND-OP-C TO OP-C.
           MOVE STND-OP-D TO OP-D.
           MOVE STND-OP-E TO OP-E.
           MOVE STND-OP-H TO OP-H.
           MOVE STND-OP-I TO OP-I.
           MOVE WS-RUN-DATE-YYYYMMDD TO TRAN-LAST-MAINT-DATE.
           MOVE WS-DUE-DATE TO TRAN-EFFECTIVE-DATE.
      *    A key taken since the scan (keying running alongside) is
      *    stepped past; the reserved trailer key ends generation.
           MOVE "N" TO WS-TRAN-WRITTEN-SW.
           PERFORM UNTIL WS-TRAN-WRITTEN OR WS-KEYS-EXHAUSTED
               IF WS-NEXT-TRAN-KEY NOT < 999999
                   SET WS-KEYS-EXHAUSTED TO TRUE
               ELSE
                   MOVE WS-NEXT-TRAN-KEY TO TRAN-KEY
                   WRITE WS-VERB-TRAN-REC
                       INVALID KEY ADD 1 TO WS-NEXT-TRAN-KEY
                       NOT INVALID KEY SET WS-TRAN-WRITTEN TO TRUE
                   END-WRITE
               END-IF
           END-PERFORM.
           IF WS-TRAN-WRITTEN
               ADD 1 TO WS-NEXT-TRAN-KEY
               ADD 1 TO WS-GEN-RECORD-COUNT
               ADD OP-A TO WS-GEN-HASH-TOTAL
               ADD 1 TO WS-CREATED-COUNT
               ADD STND-OP-E TO WS-CREATED-E-TOTAL
               ADD STND-OP-H TO WS-CREATED-H-TOTAL
               ADD 1 TO STND-GEN-COUNT
               MOVE WS-RUN-DATE-YYYYMMDD TO STND-LAST-GEN-DATE
               MOVE TRAN-KEY TO STND-LAST-GEN-TRAN-KEY
               PERFORM 2500-WRITE-AUDIT-RECORD
               MOVE "CREATED" TO RPT-DTL-ACTION
               PERFORM 2800-PRINT-TEMPLATE-LINE
           ELSE
               MOVE 8 TO WS-FINAL-RC
               MOVE "NO FREE TRAN KEY - NOT MADE" TO RPT-DTL-ACTION
               PERFORM 2800-PRINT-TEMPLATE-LINE
           END-IF.

       2500-WRITE-AUDIT-RECORD.
      *    Logged as the generator, with the supervisor who approved
      *    the template standing as approver for every occurrence.
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO AUD-DATE.
           MOVE WS-RUN-TIME-HHMMSSCC TO AUD-TIME.
           MOVE "VERBTGEN" TO AUD-USER-ID.
           MOVE "G" TO AUD-FUNCTION.
           MOVE TRAN-KEY TO AUD-TRAN-KEY.
           MOVE STND-DEPT-CODE TO AUD-DEPT-CODE.
           MOVE STND-OP-A TO AUD-A.
           MOVE STND-OP-B TO AUD-B.
           MOVE STND-OP-C TO AUD-C.
           MOVE STND-OP-D TO AUD-D.
           MOVE STND-OP-E TO AUD-E.
           MOVE STND-OP-H TO AUD-H.
           MOVE STND-OP-I TO AUD-I.
           MOVE STND-APPROVED-BY TO AUD-APPROVED-BY.
           WRITE WS-AUDIT-REC.

       2600-ADVANCE-NEXT-DUE.
           EVALUATE TRUE
               WHEN STND-WEEKLY
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (STND-NEXT-DUE-DATE)
                       + 7
                   MOVE FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
                       TO STND-NEXT-DUE-DATE
               WHEN STND-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM 2650-ADD-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM 2650-ADD-MONTHS
           END-EVALUATE.

       2650-ADD-MONTHS.
           MOVE STND-NEXT-DUE-DATE TO WS-NEXT-DUE-WORK.
           MOVE STND-START-DATE TO WS-START-DATE-WORK.
           COMPUTE WS-MONTH-WORK = WS-NEXT-DUE-MM + WS-MONTHS-TO-ADD.
           IF WS-MONTH-WORK > 12
               SUBTRACT 12 FROM WS-MONTH-WORK
               ADD 1 TO WS-NEXT-DUE-YYYY
           END-IF.
           MOVE WS-MONTH-WORK TO WS-NEXT-DUE-MM.
           MOVE WS-START-DD TO WS-NEXT-DUE-DD.
           MOVE WS-NEXT-DUE-WORK TO STND-NEXT-DUE-DATE.

       2700-EXPIRE-TEMPLATE.
           SET STND-EXPIRED TO TRUE.
           REWRITE WS-STANDING-TEMPLATE-REC.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE STND-END-DATE TO WS-DUE-DATE.
           MOVE "TEMPLATE EXPIRED" TO RPT-DTL-ACTION.
           PERFORM 2800-PRINT-TEMPLATE-LINE.

       2800-PRINT-TEMPLATE-LINE.
           MOVE STND-TEMPLATE-ID TO RPT-DTL-TEMPLATE.
           MOVE STND-DEPT-CODE TO RPT-DTL-DEPT.
           MOVE STND-FREQUENCY TO RPT-DTL-FREQ.
           MOVE WS-DUE-DATE TO RPT-DTL-DUE-DATE.
           IF WS-TRAN-WRITTEN
               MOVE TRAN-KEY TO RPT-DTL-TRAN-KEY
           ELSE
               MOVE SPACES TO RPT-DTL-TRAN-KEY
           END-IF.
           MOVE STND-OP-A TO RPT-DTL-A.
           MOVE STND-OP-E TO RPT-DTL-E.
           MOVE STND-OP-H TO RPT-DTL-H.
           MOVE WS-RPT-DETAIL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "N" TO WS-TRAN-WRITTEN-SW.

       2900-WRITE-TRAILER.
      *    Same rule as VERBSMNT: one "T" trailer covering every
      *    detail record on the master, held at reserved key 999999
      *    and rewritten in place.
           MOVE "T" TO TRAN-REC-TYPE.
           MOVE 999999 TO TRAN-KEY.
           MOVE ZERO TO WS-VERB-TRAN-TRAILER.
           MOVE WS-GEN-RECORD-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-GEN-HASH-TOTAL TO CTL-HASH-TOTAL.
           IF WS-TRAILER-ON-FILE
               REWRITE WS-VERB-TRAN-REC
           ELSE
               WRITE WS-VERB-TRAN-REC
                   INVALID KEY REWRITE WS-VERB-TRAN-REC
               END-WRITE
           END-IF.

       9000-TERMINATE.
           IF WS-STND-AVAILABLE
               IF WS-CREATED-COUNT > ZERO
                   PERFORM 2900-WRITE-TRAILER
               END-IF
               CLOSE VERBSTND
               CLOSE VERBTRAN
               CLOSE VERBAUDT
               IF WS-DEPT-AVAILABLE
                   CLOSE VERBDEPT
               END-IF
               PERFORM 9100-PRINT-SUMMARY
           END-IF.
           IF WS-SKIPPED-COUNT + WS-SUSPENDED-COUNT > ZERO
                   AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           CLOSE VERBTGEN-RPT.

       9100-PRINT-SUMMARY.
           MOVE "TEMPLATES ON FILE       :" TO RPT-SUM-CAPTION.
           MOVE WS-TEMPLATE-READ-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "TEMPLATES DUE           :" TO RPT-SUM-CAPTION.
           MOVE WS-TEMPLATE-DUE-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "DETAILS CREATED         :" TO RPT-SUM-CAPTION.
           MOVE WS-CREATED-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "OCCURRENCES SKIPPED     :" TO RPT-SUM-CAPTION.
           MOVE WS-SKIPPED-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "SUSPENDED TEMPLATES DUE :" TO RPT-SUM-CAPTION.
           MOVE WS-SUSPENDED-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "TEMPLATES EXPIRED       :" TO RPT-SUM-CAPTION.
           MOVE WS-EXPIRED-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-CREATED-E-TOTAL TO RPT-CRT-E.
           MOVE WS-CREATED-H-TOTAL TO RPT-CRT-H.
           MOVE WS-RPT-CREATED-TOTAL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "TRAILER BEFORE THIS RUN :" TO RPT-TRL-CAPTION.
           MOVE WS-OLD-RECORD-COUNT TO RPT-TRL-COUNT.
           MOVE WS-OLD-HASH-TOTAL TO RPT-TRL-HASH.
           MOVE WS-RPT-TRAILER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "TRAILER AFTER THIS RUN  :" TO RPT-TRL-CAPTION.
           MOVE WS-GEN-RECORD-COUNT TO RPT-TRL-COUNT.
           MOVE WS-GEN-HASH-TOTAL TO RPT-TRL-HASH.
           MOVE WS-RPT-TRAILER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           IF WS-KEYS-EXHAUSTED
               MOVE "MASTER OUT OF TRAN KEYS - GENERATION STOPPED"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
           END-IF.

       END PROGRAM VERBTGEN.
