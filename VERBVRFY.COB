      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cross-file integrity verification over the posting
      *          data files. VERBGLBL proves one batch and VERBGLCF
      *          one acknowledgment; this job proves the files still
      *          agree with each other after restarts, archive runs,
      *          and archive restores. Every posting on the GL feed
      *          (VERBGL.DAT) and the GL archive (VERBGLAR.DAT) is
      *          matched against the posted-activity cross-reference
      *          both ways - an entry with no "D" row, a "D" row with
      *          no entry, an entry marked reversed with no "R" row,
      *          and an "R" row the entry does not show. Each
      *          release-ledger batch is proved against the totals
      *          of its batch on the feed or archive, each posted-
      *          batch register entry must have its run-control log
      *          record, and each worked exception must still name a
      *          master record. Nothing is updated: the matching is
      *          done through a scratch work file rebuilt every run.
      *          Run before every VERBPCLS period close; return code
      *          0 = files agree, 4 = warnings only (feed batches
      *          written before the release ledger existed), 8 = at
      *          least one disagreement to chase before closing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBGL ASSIGN TO "VERBGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT VERBGL-ARCH ASSIGN TO "VERBGLAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLA-FILE-STATUS.
           SELECT VERBGLXR ASSIGN TO "VERBGLXR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-FILE-STATUS.
           SELECT VERBRLSE ASSIGN TO "VERBRLSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLS-RUN-DATE
               FILE STATUS IS WS-RLS-FILE-STATUS.
           SELECT VERBBTCH ASSIGN TO "VERBBTCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT VERBRCTL ASSIGN TO "VERBRCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT VERBS1-EXCEPTIONS ASSIGN TO "VERBS1EXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT VERBTRAN ASSIGN TO "VERBTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBVWRK ASSIGN TO "VERBVRWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VWK-KEY
               FILE STATUS IS WS-VWK-FILE-STATUS.
           SELECT VERBVRFY-RPT ASSIGN TO "VERBVRFY.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBGL
           RECORDING MODE IS F.
       01  GLL-FEED-REC             PIC X(50).
       FD  VERBGL-ARCH
           RECORDING MODE IS F.
       01  GLA-ARCH-REC             PIC X(50).
       FD  VERBGLXR.
       COPY VERBGLXR.
       FD  VERBRLSE.
       COPY VERBRLSE.
       FD  VERBBTCH
           RECORDING MODE IS F.
       COPY VERBBTCH.
       FD  VERBRCTL
           RECORDING MODE IS F.
       COPY VERBRCTL.
       FD  VERBS1-EXCEPTIONS
           RECORDING MODE IS F.
       COPY VERBEXC.
       FD  VERBTRAN.
       COPY VERBTRAN.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
      ******************************************************************
      * Scratch matching file, emptied at the start of every run.
      * "P" entries are one per posting (TRAN-KEY and original run
      * date) seen on the feed or archive, counting its "D" and "R"
      * rows; "B" entries are one per feed batch run date with the
      * batch's count and totals; "C" entries are the batch IDs the
      * run-control log knows. VWK-MATCHED-SW is set when the
      * cross-reference entry or ledger record for the item is
      * found, so what is left unmatched is reported afterwards.
      ******************************************************************
       FD  VERBVWRK.
       01  WS-VERIFY-WORK-REC.
           05  VWK-KEY.
               10  VWK-TYPE             PIC X.
                   88  VWK-POSTING-ENTRY        VALUE "P".
                   88  VWK-BATCH-ENTRY          VALUE "B".
                   88  VWK-RUN-CONTROL-ENTRY    VALUE "C".
               10  VWK-ID               PIC X(16).
               10  VWK-POSTING-ID REDEFINES VWK-ID.
                   15  VWK-TRAN-KEY     PIC 9(6).
                   15  VWK-RUN-DATE     PIC 9(8).
                   15  FILLER           PIC X(2).
               10  VWK-BATCH-ID REDEFINES VWK-ID.
                   15  VWK-BATCH-DATE   PIC 9(8).
                   15  FILLER           PIC X(8).
           05  VWK-MATCHED-SW           PIC X.
               88  VWK-MATCHED                  VALUE "Y".
           05  VWK-D-COUNT              PIC 9(3).
           05  VWK-R-COUNT              PIC 9(3).
           05  VWK-DEPT-CODE            PIC X(3).
           05  VWK-G-VALUE              PIC S9(7)V99.
           05  VWK-RVSL-RUN-DATE        PIC 9(8).
           05  VWK-BATCH-COUNT          PIC 9(7).
           05  VWK-BATCH-G-TOTAL        PIC S9(9)V99.
           05  VWK-BATCH-J-TOTAL        PIC S9(7).
       FD  VERBVRFY-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
      *    Feed and archive rows are both mapped through the normal
      *    layout here, so one set of paragraphs tallies either file.
       COPY VERBGL.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(33) VALUE
               "CROSS-FILE INTEGRITY VERIFICATION".
           05  FILLER           PIC X(02) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE "RUN DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(60).
       01  WS-RPT-EXC-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-EXC-KEY      PIC X(16).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-EXC-DATE     PIC 9999/99/99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EXC-PROBLEM  PIC X(40).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-EXC-SEVERITY PIC X(09).
       01  WS-RPT-AMT-LINE.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  RPT-AMT-CAPTION  PIC X(14).
           05  FILLER           PIC X(08) VALUE "LEDGER: ".
           05  RPT-AMT-LEDGER   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(08) VALUE "  FEED: ".
           05  RPT-AMT-FEED     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-SUMMARY-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUM-CAPTION  PIC X(26).
           05  FILLER           PIC X(09) VALUE " CHECKED:".
           05  RPT-SUM-CHECKED  PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(11) VALUE "  PROBLEMS:".
           05  RPT-SUM-PROBLEMS PIC Z,ZZZ,ZZ9.
       01  WS-RPT-VERDICT-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(14) VALUE "VERDICT      :".
           05  RPT-VERDICT-TEXT PIC X(50).
       01 WS-GL-FILE-STATUS PIC XX.
           88  WS-GL-FILE-FOUND             VALUE "00".
           88  WS-GL-FILE-NOT-FOUND         VALUE "35".
       01 WS-GLA-FILE-STATUS PIC XX.
           88  WS-GLA-FILE-FOUND            VALUE "00".
           88  WS-GLA-FILE-NOT-FOUND        VALUE "35".
       01 WS-XRF-FILE-STATUS PIC XX.
           88  WS-XRF-IO-OK                 VALUE "00".
           88  WS-XRF-FILE-NOT-FOUND        VALUE "35".
       01 WS-RLS-FILE-STATUS PIC XX.
           88  WS-RLS-IO-OK                 VALUE "00".
           88  WS-RLS-FILE-NOT-FOUND        VALUE "35".
       01 WS-BREG-FILE-STATUS PIC XX.
           88  WS-BREG-FILE-FOUND           VALUE "00".
           88  WS-BREG-FILE-NOT-FOUND       VALUE "35".
       01 WS-RCTL-FILE-STATUS PIC XX.
           88  WS-RCTL-FILE-FOUND           VALUE "00".
           88  WS-RCTL-FILE-NOT-FOUND       VALUE "35".
       01 WS-EXC-FILE-STATUS PIC XX.
           88  WS-EXC-FILE-FOUND            VALUE "00".
           88  WS-EXC-FILE-NOT-FOUND        VALUE "35".
       01 WS-TRAN-FILE-STATUS PIC XX.
           88  WS-TRAN-IO-OK                VALUE "00".
           88  WS-TRAN-FILE-NOT-FOUND       VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-VWK-FILE-STATUS PIC XX.
           88  WS-VWK-IO-OK                 VALUE "00".
           88  WS-VWK-FILE-NOT-FOUND        VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-FOUND            VALUE "00".
           88  WS-RPT-FILE-NOT-FOUND        VALUE "35".
       01 WS-FEED-EOF-SW PIC X VALUE "N".
           88  WS-FEED-EOF                  VALUE "Y".
       01 WS-XRF-EOF-SW PIC X VALUE "N".
           88  WS-XRF-EOF                   VALUE "Y".
       01 WS-RLS-EOF-SW PIC X VALUE "N".
           88  WS-RLS-EOF                   VALUE "Y".
       01 WS-VWK-EOF-SW PIC X VALUE "N".
           88  WS-VWK-EOF                   VALUE "Y".
       01 WS-BREG-EOF-SW PIC X VALUE "N".
           88  WS-BREG-EOF                  VALUE "Y".
       01 WS-RCTL-EOF-SW PIC X VALUE "N".
           88  WS-RCTL-EOF                  VALUE "Y".
       01 WS-EXC-EOF-SW PIC X VALUE "N".
           88  WS-EXC-EOF                   VALUE "Y".
       01 WS-VWK-ON-FILE-SW PIC X VALUE "N".
           88  WS-VWK-ON-FILE               VALUE "Y".
       01 WS-TRAN-AVAILABLE-SW PIC X VALUE "N".
           88  WS-TRAN-AVAILABLE            VALUE "Y".
       01 WS-TRAN-FOUND-SW PIC X VALUE "N".
           88  WS-TRAN-FOUND                VALUE "Y".
       01 WS-VWK-SAVE-KEY PIC X(17).
      *    The batch being tallied off the feed or archive - a
      *    header opens it, and it is added to its "B" work entry
      *    at the trailer, at the next header, or at end of file.
       01 WS-BATCH-OPEN-SW PIC X VALUE "N".
           88  WS-BATCH-OPEN                VALUE "Y".
       01 WS-BATCH-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-BATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BATCH-G-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-BATCH-J-TOTAL PIC S9(7) VALUE ZERO.
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-EXC-SEVERITY-SW PIC X.
           88  WS-EXC-ERROR                 VALUE "E".
           88  WS-EXC-WARNING               VALUE "W".
       01 WS-FEED-ROWS-READ PIC 9(7) VALUE ZERO.
       01 WS-ARCH-ROWS-READ PIC 9(7) VALUE ZERO.
       01 WS-XRF-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-XRF-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-POSTINGS-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-POSTINGS-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-BATCHES-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-BATCHES-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-BREG-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-BREG-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-WORKED-CHECKED PIC 9(7) VALUE ZERO.
       01 WS-WORKED-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FINAL-RC PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-FEEDS.
           PERFORM 3000-CHECK-CROSS-REFERENCE.
           PERFORM 3500-CHECK-UNMATCHED-POSTINGS.
           PERFORM 4000-CHECK-RELEASE-LEDGER.
           PERFORM 4500-CHECK-UNLEDGERED-BATCHES.
           PERFORM 5000-CHECK-BATCH-REGISTER.
           PERFORM 6000-CHECK-WORKED-EXCEPTIONS.
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
           OPEN OUTPUT VERBVRFY-RPT.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC.
      *    The work file is rebuilt from nothing every run, so a
      *    verification never leans on what an earlier one saw.
           OPEN OUTPUT VERBVWRK.
           CLOSE VERBVWRK.
           OPEN I-O VERBVWRK.

       2000-SCAN-FEEDS.
      *    The archive holds the older batches, so it is read first
      *    and the work entries build up in posting order.
           OPEN INPUT VERBGL-ARCH.
           IF WS-GLA-FILE-FOUND
               MOVE "N" TO WS-FEED-EOF-SW
               PERFORM UNTIL WS-FEED-EOF
                   READ VERBGL-ARCH INTO WS-GL-INTERFACE-REC
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
                   IF NOT WS-FEED-EOF
                       ADD 1 TO WS-ARCH-ROWS-READ
                       PERFORM 2100-TALLY-FEED-ROW
                   END-IF
               END-PERFORM
               PERFORM 2400-CLOSE-BATCH
               CLOSE VERBGL-ARCH
           END-IF.
           OPEN INPUT VERBGL.
           IF WS-GL-FILE-FOUND
               MOVE "N" TO WS-FEED-EOF-SW
               PERFORM UNTIL WS-FEED-EOF
                   READ VERBGL INTO WS-GL-INTERFACE-REC
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
                   IF NOT WS-FEED-EOF
                       ADD 1 TO WS-FEED-ROWS-READ
                       PERFORM 2100-TALLY-FEED-ROW
                   END-IF
               END-PERFORM
               PERFORM 2400-CLOSE-BATCH
               CLOSE VERBGL
           END-IF.

       2100-TALLY-FEED-ROW.
      *    Journal lines are VERBGLBL's to prove and carry nothing
      *    the cross-reference or the ledger holds, so they pass.
           EVALUATE TRUE
               WHEN GL-HEADER-REC
                   PERFORM 2400-CLOSE-BATCH
                   SET WS-BATCH-OPEN TO TRUE
                   MOVE GLH-RUN-DATE TO WS-BATCH-RUN-DATE
               WHEN GL-DETAIL-REC
                   PERFORM 2200-NOTE-DETAIL-ROW
                   PERFORM 2300-ADD-TO-BATCH
               WHEN GL-REVERSAL-REC
                   PERFORM 2250-NOTE-REVERSAL-ROW
                   PERFORM 2300-ADD-TO-BATCH
               WHEN GL-ADJUSTMENT-REC
                   PERFORM 2300-ADD-TO-BATCH
               WHEN GL-TRAILER-REC
                   PERFORM 2400-CLOSE-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-NOTE-DETAIL-ROW.
           SET VWK-POSTING-ENTRY TO TRUE.
           MOVE SPACES TO VWK-ID.
           MOVE GL-TRAN-KEY TO VWK-TRAN-KEY.
           MOVE GL-RUN-DATE TO VWK-RUN-DATE.
           PERFORM 2500-GET-WORK-ENTRY.
           ADD 1 TO VWK-D-COUNT.
           MOVE GL-DEPT-CODE TO VWK-DEPT-CODE.
           MOVE GL-G-VALUE TO VWK-G-VALUE.
           PERFORM 2550-PUT-WORK-ENTRY.

       2250-NOTE-REVERSAL-ROW.
      *    A reversal row is filed under the posting it backed out.
           SET VWK-POSTING-ENTRY TO TRUE.
           MOVE SPACES TO VWK-ID.
           MOVE GL-TRAN-KEY TO VWK-TRAN-KEY.
           MOVE GL-ORIG-RUN-DATE TO VWK-RUN-DATE.
           PERFORM 2500-GET-WORK-ENTRY.
           ADD 1 TO VWK-R-COUNT.
           MOVE GL-RUN-DATE TO VWK-RVSL-RUN-DATE.
           PERFORM 2550-PUT-WORK-ENTRY.

       2300-ADD-TO-BATCH.
      *    A row ahead of any header still belongs to a batch - the
      *    one its own run date names.
           IF NOT WS-BATCH-OPEN
               SET WS-BATCH-OPEN TO TRUE
               MOVE GL-RUN-DATE TO WS-BATCH-RUN-DATE
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           ADD GL-G-VALUE TO WS-BATCH-G-TOTAL.
           ADD GL-J-VALUE TO WS-BATCH-J-TOTAL.

       2400-CLOSE-BATCH.
      *    A same-day double-run leaves two batches under one run
      *    date; they are summed, as the ledger record would have
      *    been rewritten to cover them.
           IF WS-BATCH-OPEN
               SET VWK-BATCH-ENTRY TO TRUE
               MOVE SPACES TO VWK-ID
               MOVE WS-BATCH-RUN-DATE TO VWK-BATCH-DATE
               PERFORM 2500-GET-WORK-ENTRY
               ADD WS-BATCH-COUNT TO VWK-BATCH-COUNT
               ADD WS-BATCH-G-TOTAL TO VWK-BATCH-G-TOTAL
               ADD WS-BATCH-J-TOTAL TO VWK-BATCH-J-TOTAL
               PERFORM 2550-PUT-WORK-ENTRY
           END-IF.
           MOVE "N" TO WS-BATCH-OPEN-SW.
           MOVE ZERO TO WS-BATCH-RUN-DATE WS-BATCH-COUNT
               WS-BATCH-G-TOTAL WS-BATCH-J-TOTAL.

       2500-GET-WORK-ENTRY.
      *    Callers set VWK-KEY first; a new entry starts empty.
           MOVE VWK-KEY TO WS-VWK-SAVE-KEY.
           MOVE "Y" TO WS-VWK-ON-FILE-SW.
           READ VERBVWRK
               INVALID KEY
                   MOVE "N" TO WS-VWK-ON-FILE-SW
                   MOVE WS-VWK-SAVE-KEY TO VWK-KEY
                   MOVE "N" TO VWK-MATCHED-SW
                   MOVE ZERO TO VWK-D-COUNT VWK-R-COUNT
                       VWK-G-VALUE VWK-RVSL-RUN-DATE
                       VWK-BATCH-COUNT VWK-BATCH-G-TOTAL
                       VWK-BATCH-J-TOTAL
                   MOVE SPACES TO VWK-DEPT-CODE
           END-READ.

       2550-PUT-WORK-ENTRY.
           IF WS-VWK-ON-FILE
               REWRITE WS-VERIFY-WORK-REC
           ELSE
               WRITE WS-VERIFY-WORK-REC
           END-IF.

       3000-CHECK-CROSS-REFERENCE.
           MOVE "CROSS-REFERENCE ENTRIES VS FEED AND ARCHIVE ROWS"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           OPEN INPUT VERBGLXR.
           IF NOT WS-XRF-IO-OK
      *        Every posting on the feed then stands unmatched and
      *        is reported by 3500.
               MOVE "  CROSS-REFERENCE NOT ON FILE" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE LOW-VALUES TO XRF-KEY
               START VERBGLXR KEY NOT LESS THAN XRF-KEY
                   INVALID KEY SET WS-XRF-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-XRF-EOF
                   READ VERBGLXR NEXT
                       AT END SET WS-XRF-EOF TO TRUE
                   END-READ
                   IF NOT WS-XRF-EOF
                       ADD 1 TO WS-XRF-CHECKED
                       PERFORM 3100-CHECK-ONE-XREF-ENTRY
                   END-IF
               END-PERFORM
               CLOSE VERBGLXR
           END-IF.

       3100-CHECK-ONE-XREF-ENTRY.
           SET VWK-POSTING-ENTRY TO TRUE.
           MOVE SPACES TO VWK-ID.
           MOVE XRF-TRAN-KEY TO VWK-TRAN-KEY.
           MOVE XRF-RUN-DATE TO VWK-RUN-DATE.
           PERFORM 2500-GET-WORK-ENTRY.
           MOVE XRF-TRAN-KEY TO RPT-EXC-KEY.
           MOVE XRF-RUN-DATE TO RPT-EXC-DATE.
           SET WS-EXC-ERROR TO TRUE.
           IF VWK-D-COUNT = ZERO
               MOVE "ENTRY HAS NO D ROW ON FEED OR ARCHIVE"
                   TO RPT-EXC-PROBLEM
               PERFORM 3900-PRINT-XREF-PROBLEM
           END-IF.
           IF VWK-D-COUNT > 1
               MOVE "D ROW POSTED MORE THAN ONCE"
                   TO RPT-EXC-PROBLEM
               PERFORM 3900-PRINT-XREF-PROBLEM
           END-IF.
           IF VWK-D-COUNT = 1
                   AND (VWK-DEPT-CODE NOT = XRF-DEPT-CODE
                       OR VWK-G-VALUE NOT = XRF-G-VALUE)
               MOVE "ENTRY DEPT OR G DIFFERS FROM D ROW"
                   TO RPT-EXC-PROBLEM
               PERFORM 3900-PRINT-XREF-PROBLEM
           END-IF.
           EVALUATE TRUE
               WHEN XRF-REVERSED AND VWK-R-COUNT = ZERO
                   MOVE "MARKED REVERSED - NO R ROW"
                       TO RPT-EXC-PROBLEM
                   PERFORM 3900-PRINT-XREF-PROBLEM
               WHEN XRF-REVERSED
                       AND VWK-RVSL-RUN-DATE NOT = XRF-RVSL-RUN-DATE
                   MOVE "REVERSAL DATE DIFFERS FROM R ROW"
                       TO RPT-EXC-PROBLEM
                   PERFORM 3900-PRINT-XREF-PROBLEM
               WHEN NOT XRF-REVERSED AND VWK-R-COUNT > ZERO
                   MOVE "R ROW ON FEED - ENTRY NOT MARKED REVERSED"
                       TO RPT-EXC-PROBLEM
                   PERFORM 3900-PRINT-XREF-PROBLEM
           END-EVALUATE.
           IF VWK-R-COUNT > 1
               MOVE "POSTING REVERSED MORE THAN ONCE"
                   TO RPT-EXC-PROBLEM
               PERFORM 3900-PRINT-XREF-PROBLEM
           END-IF.
           MOVE "Y" TO VWK-MATCHED-SW.
           PERFORM 2550-PUT-WORK-ENTRY.

       3500-CHECK-UNMATCHED-POSTINGS.
      *    Postings the feed or archive carries that no cross-
      *    reference entry claimed - a later reversal of one of them
      *    would bounce ORIG NOT POSTED.
           MOVE "FEED AND ARCHIVE ROWS VS CROSS-REFERENCE"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           SET VWK-POSTING-ENTRY TO TRUE.
           MOVE LOW-VALUES TO VWK-ID.
           MOVE "N" TO WS-VWK-EOF-SW.
           START VERBVWRK KEY NOT LESS THAN VWK-KEY
               INVALID KEY SET WS-VWK-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-VWK-EOF
               READ VERBVWRK NEXT
                   AT END SET WS-VWK-EOF TO TRUE
               END-READ
               IF NOT WS-VWK-EOF
                   IF VWK-POSTING-ENTRY
                       ADD 1 TO WS-POSTINGS-CHECKED
                       PERFORM 3600-CHECK-ONE-POSTING
                   ELSE
                       SET WS-VWK-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3600-CHECK-ONE-POSTING.
           IF NOT VWK-MATCHED
               MOVE VWK-TRAN-KEY TO RPT-EXC-KEY
               MOVE VWK-RUN-DATE TO RPT-EXC-DATE
               SET WS-EXC-ERROR TO TRUE
               IF VWK-D-COUNT > ZERO
                   MOVE "D ROW HAS NO CROSS-REFERENCE ENTRY"
                       TO RPT-EXC-PROBLEM
               ELSE
                   MOVE "R ROW - ORIGINAL NOT ON FEED OR XREF"
                       TO RPT-EXC-PROBLEM
               END-IF
               ADD 1 TO WS-POSTINGS-PROBLEMS
               PERFORM 8000-PRINT-PROBLEM
           END-IF.

       3900-PRINT-XREF-PROBLEM.
           ADD 1 TO WS-XRF-PROBLEMS.
           PERFORM 8000-PRINT-PROBLEM.

       4000-CHECK-RELEASE-LEDGER.
           MOVE "RELEASE LEDGER BATCHES VS FEED AND ARCHIVE TOTALS"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           OPEN INPUT VERBRLSE.
           IF NOT WS-RLS-IO-OK
               MOVE "  RELEASE LEDGER NOT ON FILE" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE ZERO TO RLS-RUN-DATE
               START VERBRLSE KEY NOT LESS THAN RLS-RUN-DATE
                   INVALID KEY SET WS-RLS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-RLS-EOF
                   READ VERBRLSE NEXT
                       AT END SET WS-RLS-EOF TO TRUE
                   END-READ
                   IF NOT WS-RLS-EOF
                       ADD 1 TO WS-LEDGER-CHECKED
                       PERFORM 4100-CHECK-ONE-LEDGER-BATCH
                   END-IF
               END-PERFORM
               CLOSE VERBRLSE
           END-IF.

       4100-CHECK-ONE-LEDGER-BATCH.
           SET VWK-BATCH-ENTRY TO TRUE.
           MOVE SPACES TO VWK-ID.
           MOVE RLS-RUN-DATE TO VWK-BATCH-DATE.
           PERFORM 2500-GET-WORK-ENTRY.
           MOVE RLS-RUN-ID TO RPT-EXC-KEY.
           MOVE RLS-RUN-DATE TO RPT-EXC-DATE.
           SET WS-EXC-ERROR TO TRUE.
           IF NOT WS-VWK-ON-FILE
               MOVE "LEDGER BATCH NOT ON FEED OR ARCHIVE"
                   TO RPT-EXC-PROBLEM
               ADD 1 TO WS-LEDGER-PROBLEMS
               PERFORM 8000-PRINT-PROBLEM
           ELSE
               IF RLS-GL-RECORD-COUNT NOT = VWK-BATCH-COUNT
                       OR RLS-GL-G-TOTAL NOT = VWK-BATCH-G-TOTAL
                       OR RLS-GL-J-TOTAL NOT = VWK-BATCH-J-TOTAL
                   MOVE "LEDGER TOTALS DIFFER FROM FEED"
                       TO RPT-EXC-PROBLEM
                   ADD 1 TO WS-LEDGER-PROBLEMS
                   PERFORM 8000-PRINT-PROBLEM
                   PERFORM 4200-PRINT-LEDGER-AMOUNTS
               END-IF
               MOVE "Y" TO VWK-MATCHED-SW
               PERFORM 2550-PUT-WORK-ENTRY
           END-IF.

       4200-PRINT-LEDGER-AMOUNTS.
           MOVE "RECORD COUNT" TO RPT-AMT-CAPTION.
           MOVE RLS-GL-RECORD-COUNT TO RPT-AMT-LEDGER.
           MOVE VWK-BATCH-COUNT TO RPT-AMT-FEED.
           MOVE WS-RPT-AMT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "G TOTAL" TO RPT-AMT-CAPTION.
           MOVE RLS-GL-G-TOTAL TO RPT-AMT-LEDGER.
           MOVE VWK-BATCH-G-TOTAL TO RPT-AMT-FEED.
           MOVE WS-RPT-AMT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "J TOTAL" TO RPT-AMT-CAPTION.
           MOVE RLS-GL-J-TOTAL TO RPT-AMT-LEDGER.
           MOVE VWK-BATCH-J-TOTAL TO RPT-AMT-FEED.
           MOVE WS-RPT-AMT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       4500-CHECK-UNLEDGERED-BATCHES.
      *    Batches posted before the release ledger existed have no
      *    record and never will, so these are warnings - anything
      *    newer is a ledger record lost and should be chased.
           MOVE "FEED AND ARCHIVE BATCHES VS RELEASE LEDGER"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           SET VWK-BATCH-ENTRY TO TRUE.
           MOVE LOW-VALUES TO VWK-ID.
           MOVE "N" TO WS-VWK-EOF-SW.
           START VERBVWRK KEY NOT LESS THAN VWK-KEY
               INVALID KEY SET WS-VWK-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-VWK-EOF
               READ VERBVWRK NEXT
                   AT END SET WS-VWK-EOF TO TRUE
               END-READ
               IF NOT WS-VWK-EOF
                   IF VWK-BATCH-ENTRY
                       ADD 1 TO WS-BATCHES-CHECKED
                       IF NOT VWK-MATCHED
                           MOVE SPACES TO RPT-EXC-KEY
                           MOVE VWK-BATCH-DATE TO RPT-EXC-DATE
                           MOVE "FEED BATCH HAS NO LEDGER RECORD"
                               TO RPT-EXC-PROBLEM
                           SET WS-EXC-WARNING TO TRUE
                           ADD 1 TO WS-BATCHES-PROBLEMS
                           PERFORM 8000-PRINT-PROBLEM
                       END-IF
                   ELSE
                       SET WS-VWK-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       5000-CHECK-BATCH-REGISTER.
      *    VERBS1 logs its run control before it registers the
      *    batch, so a registered batch with no run-control record
      *    means the log was lost or the register was edited.
           MOVE "POSTED-BATCH REGISTER VS RUN-CONTROL LOG"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           OPEN INPUT VERBRCTL.
           IF WS-RCTL-FILE-FOUND
               PERFORM UNTIL WS-RCTL-EOF
                   READ VERBRCTL
                       AT END SET WS-RCTL-EOF TO TRUE
                   END-READ
                   IF NOT WS-RCTL-EOF AND RCTL-BATCH-ID NOT = SPACES
                       SET VWK-RUN-CONTROL-ENTRY TO TRUE
                       MOVE RCTL-BATCH-ID TO VWK-ID
                       PERFORM 2500-GET-WORK-ENTRY
                       PERFORM 2550-PUT-WORK-ENTRY
                   END-IF
               END-PERFORM
               CLOSE VERBRCTL
           END-IF.
           OPEN INPUT VERBBTCH.
           IF WS-BREG-FILE-FOUND
               PERFORM UNTIL WS-BREG-EOF
                   READ VERBBTCH
                       AT END SET WS-BREG-EOF TO TRUE
                   END-READ
                   IF NOT WS-BREG-EOF
                       ADD 1 TO WS-BREG-CHECKED
                       PERFORM 5100-CHECK-ONE-REGISTERED-BATCH
                   END-IF
               END-PERFORM
               CLOSE VERBBTCH
           END-IF.

       5100-CHECK-ONE-REGISTERED-BATCH.
           SET VWK-RUN-CONTROL-ENTRY TO TRUE.
           MOVE BREG-BATCH-ID TO VWK-ID.
           PERFORM 2500-GET-WORK-ENTRY.
           IF NOT WS-VWK-ON-FILE
               MOVE BREG-BATCH-ID TO RPT-EXC-KEY
               MOVE BREG-POSTED-DATE TO RPT-EXC-DATE
               MOVE "REGISTERED BATCH HAS NO RUN-CONTROL LOG"
                   TO RPT-EXC-PROBLEM
               SET WS-EXC-ERROR TO TRUE
               ADD 1 TO WS-BREG-PROBLEMS
               PERFORM 8000-PRINT-PROBLEM
           END-IF.

       6000-CHECK-WORKED-EXCEPTIONS.
      *    A worked exception was corrected on the master and
      *    resubmitted, so its TRAN-KEY must still be there.
           MOVE "WORKED EXCEPTIONS VS TRANSACTION MASTER"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           OPEN INPUT VERBTRAN.
           IF WS-TRAN-IO-OK
               SET WS-TRAN-AVAILABLE TO TRUE
           ELSE
               MOVE "  TRANSACTION MASTER NOT ON FILE" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           OPEN INPUT VERBS1-EXCEPTIONS.
           IF WS-EXC-FILE-FOUND
               PERFORM UNTIL WS-EXC-EOF
                   READ VERBS1-EXCEPTIONS
                       AT END SET WS-EXC-EOF TO TRUE
                   END-READ
                   IF NOT WS-EXC-EOF AND EXC-WORKED
                       ADD 1 TO WS-WORKED-CHECKED
                       PERFORM 6100-CHECK-ONE-WORKED-EXCEPTION
                   END-IF
               END-PERFORM
               CLOSE VERBS1-EXCEPTIONS
           END-IF.
           IF WS-TRAN-AVAILABLE
               CLOSE VERBTRAN
           END-IF.

       6100-CHECK-ONE-WORKED-EXCEPTION.
           MOVE "N" TO WS-TRAN-FOUND-SW.
           IF WS-TRAN-AVAILABLE
               MOVE EXC-TRAN-KEY TO TRAN-KEY
               MOVE "Y" TO WS-TRAN-FOUND-SW
               READ VERBTRAN
                   INVALID KEY MOVE "N" TO WS-TRAN-FOUND-SW
               END-READ
           END-IF.
           IF NOT WS-TRAN-FOUND
               MOVE EXC-TRAN-KEY TO RPT-EXC-KEY
               MOVE EXC-RUN-DATE TO RPT-EXC-DATE
               MOVE "WORKED EXCEPTION - KEY NOT ON MASTER"
                   TO RPT-EXC-PROBLEM
               SET WS-EXC-ERROR TO TRUE
               ADD 1 TO WS-WORKED-PROBLEMS
               PERFORM 8000-PRINT-PROBLEM
           END-IF.

       8000-PRINT-PROBLEM.
           IF WS-EXC-WARNING
               MOVE "WARNING" TO RPT-EXC-SEVERITY
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE "*ERROR*" TO RPT-EXC-SEVERITY
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE WS-RPT-EXC-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       8100-PRINT-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           MOVE "FEED / ARCHIVE ROWS READ" TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "GL FEED ROWS            :" TO RPT-SUM-CAPTION.
           MOVE WS-FEED-ROWS-READ TO RPT-SUM-CHECKED.
           MOVE ZERO TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "GL ARCHIVE ROWS         :" TO RPT-SUM-CAPTION.
           MOVE WS-ARCH-ROWS-READ TO RPT-SUM-CHECKED.
           MOVE ZERO TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "XREF ENTRIES            :" TO RPT-SUM-CAPTION.
           MOVE WS-XRF-CHECKED TO RPT-SUM-CHECKED.
           MOVE WS-XRF-PROBLEMS TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "POSTINGS ON FEED/ARCHIVE:" TO RPT-SUM-CAPTION.
           MOVE WS-POSTINGS-CHECKED TO RPT-SUM-CHECKED.
           MOVE WS-POSTINGS-PROBLEMS TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "LEDGER BATCHES          :" TO RPT-SUM-CAPTION.
           MOVE WS-LEDGER-CHECKED TO RPT-SUM-CHECKED.
           MOVE WS-LEDGER-PROBLEMS TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "FEED/ARCHIVE BATCHES    :" TO RPT-SUM-CAPTION.
           MOVE WS-BATCHES-CHECKED TO RPT-SUM-CHECKED.
           MOVE WS-BATCHES-PROBLEMS TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "REGISTERED BATCHES      :" TO RPT-SUM-CAPTION.
           MOVE WS-BREG-CHECKED TO RPT-SUM-CHECKED.
           MOVE WS-BREG-PROBLEMS TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           MOVE "WORKED EXCEPTIONS       :" TO RPT-SUM-CAPTION.
           MOVE WS-WORKED-CHECKED TO RPT-SUM-CHECKED.
           MOVE WS-WORKED-PROBLEMS TO RPT-SUM-PROBLEMS.
           PERFORM 8100-PRINT-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RC
                   MOVE "FILES DISAGREE - RESOLVE BEFORE PERIOD CLOSE"
                       TO RPT-VERDICT-TEXT
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
                   MOVE "FILES AGREE - WARNINGS ONLY"
                       TO RPT-VERDICT-TEXT
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "FILES AGREE" TO RPT-VERDICT-TEXT
           END-EVALUATE.
           MOVE WS-RPT-VERDICT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           CLOSE VERBVWRK.
           CLOSE VERBVRFY-RPT.

       END PROGRAM VERBVRFY.
