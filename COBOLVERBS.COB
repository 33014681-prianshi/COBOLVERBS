           SELECT VERBRCTL ASSIGN TO "VERBRCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT VERBDRND ASSIGN TO "VERBDRND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRND-FILE-STATUS.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLS-RUN-DATE
               FILE STATUS IS WS-RLS-FILE-STATUS.
           SELECT VERBCOA ASSIGN TO "VERBCOA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT VERBBDGT ASSIGN TO "VERBBDGT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDG-KEY
               FILE STATUS IS WS-BDG-FILE-STATUS.
           SELECT VERBBREL ASSIGN TO "VERBBREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRL-TRAN-KEY
               FILE STATUS IS WS-BRL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBTRAN
       FD  VERBRCTL
           RECORDING MODE IS F.
       COPY VERBRCTL.
       FD  VERBDRND
           RECORDING MODE IS F.
       COPY VERBDRND.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBPERD.
       COPY VERBBTCH.
       FD  VERBRLSE.
       COPY VERBRLSE.
       FD  VERBCOA.
       COPY VERBCOA.
       FD  VERBBDGT.
       COPY VERBBDGT.
       FD  VERBBREL.
       COPY VERBBREL.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Print line layouts are built here and MOVEd to RPT-PRINT-REC
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(24) VALUE
               "VERBS1 ARITHMETIC REPORT".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-HDR-RUN-TYPE PIC X(09) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE "RUN DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-VAMT-CAPTION PIC X(26).
           05  RPT-VAMT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-JRNL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-JRN-CAPTION  PIC X(26).
           05  RPT-JRN-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-VAR-DEPT-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(11) VALUE "DEPARTMENT ".
           05  RPT-VDP-CODE     PIC X(3).
           05  FILLER           PIC X(15) VALUE "  NET VARIANCE:".
           05  RPT-VDP-AMOUNT   PIC ZZZ,ZZ9.99-.
       01  WS-RPT-TEXC-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(34) VALUE
               "PROJECTED EXCEPTIONS -- TRIAL RUN,".
           05  FILLER           PIC X(20) VALUE
               " NOTHING WRITTEN".
       01  WS-RPT-TEXC-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TXC-TRAN-KEY PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TXC-REASON   PIC X(15).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TXC-TARGET   PIC X(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TXC-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-TRIAL-NOTE-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TNT-TEXT     PIC X(80).
       01  WS-RPT-CMP-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(35) VALUE
               "ROUNDING COMPARISON -- CURRENT MODE".
           05  FILLER           PIC X(02) VALUE ": ".
           05  RPT-CMH-CUR-MODE PIC X.
           05  FILLER           PIC X(17) VALUE "  PROPOSED MODE: ".
           05  RPT-CMH-CMP-MODE PIC X.
       01  WS-RPT-CMP-COLUMN-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(04) VALUE "DEPT".
           05  FILLER           PIC X(21) VALUE "NAME".
           05  FILLER           PIC X(16) VALUE "      G CURRENT".
           05  FILLER           PIC X(16) VALUE "     G PROPOSED".
           05  FILLER           PIC X(16) VALUE "   G DIFFERENCE".
           05  FILLER           PIC X(12) VALUE " VAR CURRENT".
           05  FILLER           PIC X(12) VALUE " VAR PROPOSD".
       01  WS-RPT-CMP-DETAIL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-CODE     PIC X(3).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-NAME     PIC X(20).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-CUR-G    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-CMP-G    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-DIFF-G   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-CUR-VAR  PIC ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CMP-CMP-VAR  PIC ZZZ,ZZ9.99-.
       01  WS-RPT-BDG-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(25) VALUE
               "BUDGET CONTROL -- PERIOD ".
           05  RPT-BDH-PERIOD   PIC 9999/99.
       01  WS-RPT-BDG-COLUMN-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(04) VALUE "DEPT".
           05  FILLER           PIC X(21) VALUE "NAME".
           05  FILLER           PIC X(02) VALUE "A".
           05  FILLER           PIC X(16) VALUE "          LIMIT".
           05  FILLER           PIC X(16) VALUE " PERIOD-TO-DATE".
           05  FILLER           PIC X(16) VALUE "       HEADROOM".
           05  FILLER           PIC X(08) VALUE "  WARNED".
           05  FILLER           PIC X(08) VALUE "    HELD".
           05  FILLER           PIC X(08) VALUE "RELEASED".
       01  WS-RPT-BDG-DETAIL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-CODE     PIC X(3).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-NAME     PIC X(20).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-ACTION   PIC X.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-LIMIT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-PTD-G    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-HEADROOM PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-WARNED   PIC ZZZ,ZZ9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-HELD     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-BDG-RELEASED PIC ZZZ,ZZ9.
       01 A PIC 999.
       01 B PIC 999.
       01 C PIC 999.
       01 WS-RUNH-FILE-STATUS PIC XX.
           88  WS-RUNH-FILE-FOUND           VALUE "00".
           88  WS-RUNH-FILE-NOT-FOUND       VALUE "35".
       01 WS-DRND-FILE-STATUS PIC XX.
           88  WS-DRND-FILE-FOUND           VALUE "00".
           88  WS-DRND-FILE-NOT-FOUND       VALUE "35".
       01 WS-RCTL-FILE-STATUS PIC XX.
           88  WS-RCTL-FILE-FOUND           VALUE "00".
           88  WS-RCTL-FILE-NOT-FOUND       VALUE "35".
           88  WS-ROUND-TRUNCATION          VALUE "T".
           88  WS-ROUND-NEAREST-EVEN        VALUE "E".
           88  WS-ROUND-NEAREST-AWAY        VALUE "N".
      *    A trial run does all the posting arithmetic and prints the
      *    report, but every write to the feed, the cross-reference,
      *    the exception file, the checkpoint, and the end-of-run
      *    control files is skipped - the cross-reference is opened
      *    for input only, to answer the reversal lookups.
       01 WS-RUN-MODE-SW PIC X VALUE "L".
           88  WS-TRIAL-RUN                 VALUE "T".
      *    Trial only: a second rounding mode projected beside the
      *    configured one, per department, so a proposed change can
      *    be approved with its effect in hand.
       01 WS-CMP-MODE-SW PIC X VALUE SPACE.
           88  WS-CMP-TRUNCATION            VALUE "T".
           88  WS-CMP-NEAREST-EVEN          VALUE "E".
           88  WS-CMP-NEAREST-AWAY          VALUE "N".
           88  WS-CMP-REQUESTED             VALUE "T" "E" "N".
       01 WS-CMP-G PIC S9(7)V99 VALUE ZERO.
       01 WS-CMP-VARIANCE PIC S9(4)V99 VALUE ZERO.
       01 WS-CMP-NET-VARIANCE PIC S9(9)V99 VALUE ZERO.
       01 WS-CMP-TOT-CUR-G PIC S9(9)V99 VALUE ZERO.
       01 WS-CMP-TOT-CMP-G PIC S9(9)V99 VALUE ZERO.
       01 WS-XRF-AVAILABLE-SW PIC X VALUE "Y".
           88  WS-XRF-AVAILABLE             VALUE "Y".
       01 WS-TRIAL-NOTE PIC X(80) VALUE SPACES.
      *    Exceptions a trial would have written, listed at the end
      *    of the report instead; any past the table are counted.
       01 WS-TEXC-MAX PIC 9(3) VALUE ZERO.
       01 WS-TEXC-SUB PIC 9(3).
       01 WS-TEXC-LOST PIC 9(7) VALUE ZERO.
       01 WS-TRIAL-EXC-TABLE.
           05  WS-TRIAL-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-TXC-TRAN-KEY      PIC 9(6).
               10  WS-TXC-REASON        PIC X(15).
               10  WS-TXC-TARGET        PIC X(08).
               10  WS-TXC-AMOUNT        PIC S9(9)V99.
      *    Postings a trial has reversed so far - it cannot mark the
      *    cross-reference, so a second reversal of the same posting
      *    is caught here instead.
       01 WS-TRVS-MAX PIC 9(3) VALUE ZERO.
       01 WS-TRVS-SUB PIC 9(3).
       01 WS-TRIAL-RVSL-TABLE.
           05  WS-TRIAL-RVSL-ENTRY OCCURS 500 TIMES.
               10  WS-TRV-ORIG-KEY      PIC 9(6).
               10  WS-TRV-ORIG-DATE     PIC 9(8).
       01 WS-RUN-ID PIC X(8).
       01 WS-RESTART-KEY PIC 9(6) VALUE ZERO.
       01 WS-CHECKPOINT-FREQ PIC 9(5) VALUE 1000.
       01 WS-TALLY-G PIC S9(7)V99.
       01 WS-TALLY-J PIC S9(5).
       01 WS-TALLY-VARIANCE PIC S9(4)V99 VALUE ZERO.
       01 WS-TALLY-CMP-G PIC S9(7)V99 VALUE ZERO.
       01 WS-TALLY-CMP-VAR PIC S9(4)V99 VALUE ZERO.
      *    Signed difference between the rounded G posted and the
      *    true E + H, per transaction and accumulated for the run -
      *    the pennies the configured rounding mode gives or takes,
       01 WS-DEPT-LOST-G PIC S9(9)V99 VALUE ZERO.
       01 WS-DEPT-LOST-J PIC S9(7) VALUE ZERO.
       01 WS-DEPT-LOST-VAR PIC S9(7)V99 VALUE ZERO.
       01 WS-DEPT-LOST-CMP-G PIC S9(9)V99 VALUE ZERO.
       01 WS-DEPT-LOST-CMP-VAR PIC S9(7)V99 VALUE ZERO.
       01 WS-DEPT-TOTAL-TABLE.
           05  WS-DEPT-TOTAL-ENTRY OCCURS 100 TIMES.
               10  WS-DPT-CODE          PIC X(3).
               10  WS-DPT-G-TOTAL       PIC S9(9)V99.
               10  WS-DPT-J-TOTAL       PIC S9(7).
               10  WS-DPT-VAR-TOTAL     PIC S9(7)V99.
               10  WS-DPT-CMP-G-TOTAL   PIC S9(9)V99.
               10  WS-DPT-CMP-VAR-TOTAL PIC S9(7)V99.
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-FILE-FOUND           VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
           05  WS-DNAME-ENTRY OCCURS 100 TIMES.
               10  WS-DNM-CODE          PIC X(3).
               10  WS-DNM-NAME          PIC X(25).
       01 WS-COA-FILE-STATUS PIC XX.
           88  WS-COA-IO-OK                 VALUE "00".
           88  WS-COA-FILE-NOT-FOUND        VALUE "35".
      *    Every posting is journalled through the VERBCOA mapping -
      *    one entry per amount type C, D, G, J, looked up together
      *    so a department missing any one of them is rejected
      *    before anything is written. Callers stage the department
      *    and the signed amounts; a negative amount (a reversal)
      *    swaps the debit and credit accounts.
       01 WS-GL-MAPPED-SW PIC X VALUE "N".
           88  WS-GL-MAPPED                 VALUE "Y".
       01 WS-MAP-DEPT-CODE PIC X(3).
       01 WS-MAP-TRAN-KEY PIC 9(6).
       01 WS-MAP-MISSING-TYPE PIC X.
       01 WS-JRNL-SUB PIC 9.
       01 WS-JRNL-TYPE-LIST PIC X(4) VALUE "CDGJ".
       01 WS-JRNL-TYPE-TABLE REDEFINES WS-JRNL-TYPE-LIST.
           05  WS-JRNL-TYPE-CODE PIC X OCCURS 4 TIMES.
       01 WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 4 TIMES.
               10  WS-JRN-AMOUNT        PIC S9(9)V99.
               10  WS-JRN-DR-ACCOUNT    PIC X(10).
               10  WS-JRN-CR-ACCOUNT    PIC X(10).
               10  WS-JRN-COST-CENTER   PIC X(6).
       01 WS-JRNL-AMOUNT PIC S9(9)V99.
       01 WS-JRNL-DR-ACCOUNT PIC X(10).
       01 WS-JRNL-CR-ACCOUNT PIC X(10).
       01 WS-GL-DEBIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CTL-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CTL-EXPECTED-HASH PIC 9(9) VALUE ZERO.
       01 WS-CTL-TRAILER-SEEN-SW PIC X VALUE "N".
           88  WS-CTL-TRAILER-SEEN         VALUE "Y".
       01 WS-CTL-MISMATCH-SW PIC X VALUE "N".
           88  WS-CTL-MISMATCH             VALUE "Y".
       01 WS-BDG-FILE-STATUS PIC XX.
           88  WS-BDG-IO-OK                 VALUE "00".
           88  WS-BDG-FILE-NOT-FOUND        VALUE "35".
       01 WS-BDG-EOF-SW PIC X VALUE "N".
           88  WS-BDG-EOF                   VALUE "Y".
       01 WS-BRL-FILE-STATUS PIC XX.
           88  WS-BRL-IO-OK                 VALUE "00".
           88  WS-BRL-FILE-NOT-FOUND        VALUE "35".
       01 WS-BRL-AVAILABLE-SW PIC X VALUE "N".
           88  WS-BRL-AVAILABLE             VALUE "Y".
       01 WS-XRF-EOF-SW PIC X VALUE "N".
           88  WS-XRF-EOF                   VALUE "Y".
      *    Budgets for the process date's period, off VERBBDGT,
      *    each carrying the department's period-to-date G - seeded
      *    from the cross-reference at start of run and moved by
      *    every detail and reversal this run posts. A department
      *    with no budget, or one past the table, posts uncontrolled
      *    and is counted on the recap.
       01 WS-BUDGET-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-XRF-PERIOD PIC 9(6).
       01 WS-BUDGET-DEPT-CODE PIC X(3).
       01 WS-BUDGET-MAX PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-SUB PIC 9(3).
       01 WS-BUDGET-HIT PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-LOST PIC 9(5) VALUE ZERO.
       01 WS-BUDGET-TABLE.
           05  WS-BUDGET-ENTRY OCCURS 100 TIMES.
               10  WS-BGT-DEPT-CODE     PIC X(3).
               10  WS-BGT-ACTION        PIC X.
                   88  WS-BGT-HOLD              VALUE "H".
               10  WS-BGT-LIMIT         PIC 9(10)V99.
               10  WS-BGT-PTD-G         PIC S9(11)V99.
               10  WS-BGT-WARN-COUNT    PIC 9(7).
               10  WS-BGT-HELD-COUNT    PIC 9(7).
               10  WS-BGT-RELEASED-COUNT PIC 9(7).
       01 WS-BUDGET-NEW-PTD PIC S9(11)V99 VALUE ZERO.
       01 WS-BUDGET-WARNINGS PIC 9(7) VALUE ZERO.
       01 WS-BUDGET-HELD PIC 9(7) VALUE ZERO.
       01 WS-BUDGET-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-BUDGET-HOLD-SW PIC X VALUE "N".
           88  WS-BUDGET-HELD-DETAIL        VALUE "Y".
       01 WS-BUDGET-RELEASE-SW PIC X VALUE "N".
           88  WS-BUDGET-RELEASED-DETAIL    VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1050-LOAD-PARAMETERS.
           PERFORM 1055-LOAD-DEPT-NAMES.
           PERFORM 1058-CHECK-PROCESS-PERIOD.
           PERFORM 1059-OPEN-GL-MAPPING.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-ID.
      *    A trial is never a restart and leaves no checkpoint behind,
      *    so a live run after it starts from the top as usual.
           IF WS-TRIAL-RUN
               MOVE "**TRIAL**" TO RPT-HDR-RUN-TYPE
           ELSE
               PERFORM 1040-LOAD-CHECKPOINT
           END-IF.
           OPEN INPUT VERBTRAN.
           IF WS-TRAN-FILE-NOT-FOUND
      *        No input on file - run empty rather than spin on a
           END-IF.
           PERFORM 1065-VERIFY-BATCH-ID.
           PERFORM 1060-OPEN-OUTPUT-FILES.
           PERFORM 1095-LOAD-BUDGETS.
           PERFORM 1030-WRITE-REPORT-HEADER.
           PERFORM UNTIL WS-EOF
                   OR ((TRAN-DETAIL-REC OR TRAN-REVERSAL-REC)
               IF PARM-MISMATCH-ACTION NOT = SPACE
                   MOVE PARM-MISMATCH-ACTION TO WS-MISMATCH-ACTION-SW
               END-IF
               IF PARM-TRIAL-RUN
                   MOVE PARM-RUN-MODE TO WS-RUN-MODE-SW
                   IF PARM-COMPARE-ROUND-MODE NOT = WS-ROUND-MODE-SW
                       MOVE PARM-COMPARE-ROUND-MODE TO WS-CMP-MODE-SW
                   END-IF
               END-IF
               CLOSE VERBPARM
           END-IF.

               IF WS-BATCH-ALREADY-POSTED
                   DISPLAY "VERBS1 RUN REFUSED - BATCH " WS-BATCH-ID
                       " ALREADY POSTED"
                   STRING "LIVE RUN WOULD BE REFUSED - BATCH "
                       WS-BATCH-ID " ALREADY POSTED"
                       DELIMITED BY SIZE INTO WS-TRIAL-NOTE
                   PERFORM 1066-REFUSE-BATCH
               END-IF
               IF WS-LAST-BATCH-ID > WS-BATCH-ID
                   DISPLAY "VERBS1 RUN REFUSED - BATCH " WS-BATCH-ID
                       " IS OLDER THAN LAST POSTED " WS-LAST-BATCH-ID
                   STRING "LIVE RUN WOULD BE REFUSED - BATCH "
                       WS-BATCH-ID " OLDER THAN " WS-LAST-BATCH-ID
                       DELIMITED BY SIZE INTO WS-TRIAL-NOTE
                   PERFORM 1066-REFUSE-BATCH
               END-IF
           END-IF.

       1066-REFUSE-BATCH.
      *    A trial posts nothing and registers nothing, so it carries
      *    on past a batch the live run would refuse - typically to
      *    re-project last night's file under a proposed rounding
      *    mode - and says so on the report instead.
           IF WS-TRIAL-RUN
               DISPLAY "VERBS1 TRIAL RUN CONTINUES"
           ELSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1058-CHECK-PROCESS-PERIOD.
      *    A process date inside a closed accounting period refuses
      *    the whole run before any file is touched - like an abend,
               END-READ
           END-IF.

       1059-OPEN-GL-MAPPING.
      *    Without the mapping nothing can be journalled, so the
      *    run is refused here like a closed period rather than
      *    rejecting every posting to the exception file.
           OPEN INPUT VERBCOA.
           IF NOT WS-COA-IO-OK
               DISPLAY "VERBS1 RUN REFUSED - VERBCOA.DAT NOT AVAILABLE"
                   " - STATUS " WS-COA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-LOAD-CHECKPOINT.
           MOVE ZERO TO WS-RESTART-KEY.
           OPEN INPUT VERBCKPT.
                       MOVE CKPT-ROUND-SAME-COUNT
                           TO WS-ROUND-SAME-COUNT
                       MOVE CKPT-NET-VARIANCE TO WS-NET-VARIANCE
                       MOVE CKPT-GL-DEBIT-TOTAL TO WS-GL-DEBIT-TOTAL
                       MOVE CKPT-GL-CREDIT-TOTAL
                           TO WS-GL-CREDIT-TOTAL
                       PERFORM 1045-RESTORE-DEPT-TOTALS
                   END-IF
               END-PERFORM
           ELSE
               OPEN OUTPUT VERBS1RPT
           END-IF.
           IF WS-TRIAL-RUN
               PERFORM 1075-OPEN-XREF-FOR-TRIAL
           ELSE
               OPEN INPUT VERBS1-EXCEPTIONS
               IF WS-EXC-FILE-FOUND
                   CLOSE VERBS1-EXCEPTIONS
                   OPEN EXTEND VERBS1-EXCEPTIONS
               ELSE
                   OPEN OUTPUT VERBS1-EXCEPTIONS
               END-IF
               OPEN INPUT VERBGL
               IF WS-GL-FILE-FOUND
                   CLOSE VERBGL
                   OPEN EXTEND VERBGL
               ELSE
                   OPEN OUTPUT VERBGL
               END-IF
               PERFORM 1080-OPEN-XREF
               IF NOT WS-IS-RESTART
                   PERFORM 1070-WRITE-GL-BATCH-HEADER
               END-IF
           END-IF.

       1075-OPEN-XREF-FOR-TRIAL.
      *    Read-only: a trial never builds the cross-reference. With
      *    none on hand every reversal projects as ORIG NOT POSTED,
      *    which the console warns of.
           OPEN INPUT VERBGLXR.
           IF NOT WS-XRF-IO-OK
               MOVE "N" TO WS-XRF-AVAILABLE-SW
               DISPLAY "VERBS1 TRIAL RUN - NO VERBGLXR.DAT, REVERSALS"
                   " WILL NOT FIND THEIR ORIGINALS"
           END-IF.

       1080-OPEN-XREF.
               END-READ
           END-IF.

       1095-LOAD-BUDGETS.
      *    Optional the same way VERBPARM is - with no budget file
      *    on hand nothing is held. Runs after the cross-reference
      *    is open, so each budgeted department's period-to-date G
      *    can be seeded from what earlier runs posted.
           DIVIDE WS-RUN-DATE-YYYYMMDD BY 100 GIVING WS-BUDGET-PERIOD.
           OPEN INPUT VERBBDGT.
           IF WS-BDG-IO-OK
               MOVE LOW-VALUES TO BDG-KEY
               START VERBBDGT KEY NOT LESS THAN BDG-KEY
                   INVALID KEY SET WS-BDG-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-BDG-EOF
                   READ VERBBDGT NEXT
                       AT END SET WS-BDG-EOF TO TRUE
                   END-READ
                   IF NOT WS-BDG-EOF
                           AND BDG-PERIOD = WS-BUDGET-PERIOD
                       PERFORM 1096-ADD-BUDGET-ENTRY
                   END-IF
               END-PERFORM
               CLOSE VERBBDGT
           END-IF.
           IF WS-BUDGET-LOST > ZERO
               DISPLAY "VERBS1 BUDGET TABLE FULL - " WS-BUDGET-LOST
                   " DEPARTMENT BUDGETS NOT CONTROLLED"
           END-IF.
           IF WS-BUDGET-MAX > ZERO
               IF WS-XRF-AVAILABLE
                   PERFORM 1097-SEED-BUDGET-POSTINGS
               END-IF
      *        Releases are only read on a trial, and with none on
      *        file yet every over-budget detail for a hold
      *        department is held.
               IF WS-TRIAL-RUN
                   OPEN INPUT VERBBREL
               ELSE
                   OPEN I-O VERBBREL
               END-IF
               IF WS-BRL-IO-OK
                   SET WS-BRL-AVAILABLE TO TRUE
               END-IF
           END-IF.

       1096-ADD-BUDGET-ENTRY.
           IF WS-BUDGET-MAX < 100
               ADD 1 TO WS-BUDGET-MAX
               MOVE BDG-DEPT-CODE TO WS-BGT-DEPT-CODE (WS-BUDGET-MAX)
               MOVE BDG-ACTION TO WS-BGT-ACTION (WS-BUDGET-MAX)
               COMPUTE WS-BGT-LIMIT (WS-BUDGET-MAX) ROUNDED
                   = BDG-G-BUDGET
                   + BDG-G-BUDGET * BDG-TOLERANCE-PCT / 100
               MOVE ZERO TO WS-BGT-PTD-G (WS-BUDGET-MAX)
                   WS-BGT-WARN-COUNT (WS-BUDGET-MAX)
                   WS-BGT-HELD-COUNT (WS-BUDGET-MAX)
                   WS-BGT-RELEASED-COUNT (WS-BUDGET-MAX)
           ELSE
               ADD 1 TO WS-BUDGET-LOST
           END-IF.

       1097-SEED-BUDGET-POSTINGS.
      *    One pass of the cross-reference: a detail posted in the
      *    period counts its G, a reversal posted in the period
      *    backs its original's G out. On a restart, today's entries
      *    past the checkpoint are left out - the restart posts them
      *    again and counts them then.
           MOVE LOW-VALUES TO XRF-KEY.
           START VERBGLXR KEY NOT LESS THAN XRF-KEY
               INVALID KEY SET WS-XRF-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-XRF-EOF
               READ VERBGLXR NEXT
                   AT END SET WS-XRF-EOF TO TRUE
               END-READ
               IF NOT WS-XRF-EOF
                   MOVE XRF-DEPT-CODE TO WS-BUDGET-DEPT-CODE
                   PERFORM 2710-FIND-BUDGET
                   IF WS-BUDGET-HIT > ZERO
                       PERFORM 1098-SEED-ONE-POSTING
                   END-IF
               END-IF
           END-PERFORM.

       1098-SEED-ONE-POSTING.
           DIVIDE XRF-RUN-DATE BY 100 GIVING WS-XRF-PERIOD.
           IF WS-XRF-PERIOD = WS-BUDGET-PERIOD
                   AND (XRF-RUN-DATE NOT = WS-RUN-DATE-YYYYMMDD
                        OR XRF-TRAN-KEY NOT > WS-RESTART-KEY)
               ADD XRF-G-VALUE TO WS-BGT-PTD-G (WS-BUDGET-HIT)
           END-IF.
           IF XRF-REVERSED
               DIVIDE XRF-RVSL-RUN-DATE BY 100 GIVING WS-XRF-PERIOD
               IF WS-XRF-PERIOD = WS-BUDGET-PERIOD
                   SUBTRACT XRF-G-VALUE
                       FROM WS-BGT-PTD-G (WS-BUDGET-HIT)
               END-IF
           END-IF.

       1070-WRITE-GL-BATCH-HEADER.
      *    One header per run. A restart resumes the batch the first
      *    attempt opened, so it must not add a second header; a
           ADD 1 TO WS-TRAN-COUNT.
           ADD OP-A TO WS-HASH-TOTAL.
           MOVE "N" TO WS-REJECT-SW.
           MOVE "N" TO WS-BUDGET-HOLD-SW.
           MOVE ZERO TO WS-ROUND-VARIANCE.
           MOVE ZERO TO WS-CMP-G WS-CMP-VARIANCE.
           MOVE OP-A TO A.
           MOVE OP-B TO B.
           MOVE OP-C TO C.
           MOVE OP-I TO I.
           ADD A,B TO C.
           MOVE C TO WS-ADD-RESULT.
           MOVE TRAN-DEPT-CODE TO WS-MAP-DEPT-CODE.
           PERFORM 2200-LOOK-UP-GL-MAPPING.
           EVALUATE TRUE
               WHEN NOT WS-GL-MAPPED
                   PERFORM 0010
                   MOVE ZERO TO WS-SUB-RESULT WS-MUL-RESULT
                       WS-DIV-RESULT G J
                   MOVE "REJECT-NO-MAP" TO WS-ADD-STATUS-TEXT
               WHEN D > A
                   PERFORM 0005
                   MOVE ZERO TO WS-SUB-RESULT WS-MUL-RESULT
                       WS-DIV-RESULT G J
                   MOVE "REJECTED-SUB" TO WS-ADD-STATUS-TEXT
               WHEN OTHER
                   SUBTRACT D FROM A
                   MOVE A TO WS-SUB-RESULT
                   MULTIPLY A BY B
                   MOVE B TO WS-MUL-RESULT
                   DIVIDE A INTO C
                       ON SIZE ERROR PERFORM 0003
                       NOT ON SIZE ERROR PERFORM 0004
                   END-DIVIDE
                   IF WS-REJECTED
                       MOVE ZERO TO WS-DIV-RESULT G J
                       MOVE "REJECTED-DIV0" TO WS-ADD-STATUS-TEXT
                   ELSE
                       MOVE C TO WS-DIV-RESULT
                       PERFORM 2150-COMPUTE-G-ROUNDED
      *                Held before the variance is tallied - a held
      *                detail posts nothing, rounding included.
                       IF NOT WS-REJECTED
                           PERFORM 2700-CHECK-BUDGET
                       END-IF
                       IF WS-REJECTED
                           MOVE ZERO TO G J
                           IF WS-BUDGET-HELD-DETAIL
                               MOVE "REJECT-BUDGET"
                                   TO WS-ADD-STATUS-TEXT
                           ELSE
                               MOVE "REJECT-G-OVFL"
                                   TO WS-ADD-STATUS-TEXT
                           END-IF
                       ELSE
                           PERFORM 2160-TALLY-ROUNDING-VARIANCE
                           IF WS-CMP-REQUESTED
                               PERFORM 2155-COMPUTE-G-COMPARE
                           END-IF
                           COMPUTE WS-TRUE-SUM-E-I = E + I
                           ADD E TO I GIVING J SIZE ERROR PERFORM 0001
                                           NOT SIZE ERROR PERFORM 0002
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 2170-WRITE-DETAIL-LINE.
           IF NOT WS-REJECTED
               PERFORM 2180-WRITE-GL-RECORD
           MOVE G TO WS-TALLY-G.
           MOVE J TO WS-TALLY-J.
           MOVE WS-ROUND-VARIANCE TO WS-TALLY-VARIANCE.
           MOVE WS-CMP-G TO WS-TALLY-CMP-G.
           MOVE WS-CMP-VARIANCE TO WS-TALLY-CMP-VAR.
           PERFORM 2185-TALLY-DEPARTMENT.
           PERFORM 2190-CHECKPOINT-IF-DUE.

           MOVE G TO GL-G-VALUE.
           MOVE J TO GL-J-VALUE.
           MOVE ZERO TO GL-ORIG-RUN-DATE.
           IF NOT WS-TRIAL-RUN
               WRITE WS-GL-INTERFACE-REC
           END-IF.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD G TO WS-GL-G-TOTAL.
           ADD J TO WS-GL-J-TOTAL.
           MOVE TRAN-KEY TO WS-MAP-TRAN-KEY.
           MOVE C TO WS-JRN-AMOUNT (1).
           MOVE D TO WS-JRN-AMOUNT (2).
           MOVE G TO WS-JRN-AMOUNT (3).
           MOVE J TO WS-JRN-AMOUNT (4).
           PERFORM 2210-WRITE-JOURNAL-LINES.
           IF NOT WS-TRIAL-RUN
               PERFORM 2182-WRITE-XREF-RECORD
           END-IF.

       2182-WRITE-XREF-RECORD.
      *    A restart re-reaches the detail it died on, so the write
               INVALID KEY REWRITE WS-GL-XREF-REC
           END-WRITE.

       2200-LOOK-UP-GL-MAPPING.
      *    All four amount types must be mapped before anything is
      *    written - a half-journalled posting would not balance.
           SET WS-GL-MAPPED TO TRUE.
           MOVE SPACE TO WS-MAP-MISSING-TYPE.
           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > 4 OR NOT WS-GL-MAPPED
               MOVE WS-MAP-DEPT-CODE TO COA-DEPT-CODE
               MOVE WS-JRNL-TYPE-CODE (WS-JRNL-SUB) TO COA-AMOUNT-TYPE
               READ VERBCOA
                   INVALID KEY
                       MOVE "N" TO WS-GL-MAPPED-SW
                       MOVE COA-AMOUNT-TYPE TO WS-MAP-MISSING-TYPE
                   NOT INVALID KEY
                       MOVE COA-DEBIT-ACCOUNT
                           TO WS-JRN-DR-ACCOUNT (WS-JRNL-SUB)
                       MOVE COA-CREDIT-ACCOUNT
                           TO WS-JRN-CR-ACCOUNT (WS-JRNL-SUB)
                       MOVE COA-COST-CENTER
                           TO WS-JRN-COST-CENTER (WS-JRNL-SUB)
               END-READ
           END-PERFORM.

       2210-WRITE-JOURNAL-LINES.
      *    One debit and one credit line per non-zero amount type,
      *    so every posting - and so every batch - nets to zero.
           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > 4
               IF WS-JRN-AMOUNT (WS-JRNL-SUB) NOT = ZERO
                   PERFORM 2220-WRITE-JOURNAL-PAIR
               END-IF
           END-PERFORM.

       2220-WRITE-JOURNAL-PAIR.
           IF WS-JRN-AMOUNT (WS-JRNL-SUB) > ZERO
               MOVE WS-JRN-AMOUNT (WS-JRNL-SUB) TO WS-JRNL-AMOUNT
               MOVE WS-JRN-DR-ACCOUNT (WS-JRNL-SUB)
                   TO WS-JRNL-DR-ACCOUNT
               MOVE WS-JRN-CR-ACCOUNT (WS-JRNL-SUB)
                   TO WS-JRNL-CR-ACCOUNT
           ELSE
               COMPUTE WS-JRNL-AMOUNT
                   = ZERO - WS-JRN-AMOUNT (WS-JRNL-SUB)
               MOVE WS-JRN-CR-ACCOUNT (WS-JRNL-SUB)
                   TO WS-JRNL-DR-ACCOUNT
               MOVE WS-JRN-DR-ACCOUNT (WS-JRNL-SUB)
                   TO WS-JRNL-CR-ACCOUNT
           END-IF.
           MOVE "L" TO GL-REC-TYPE.
           MOVE SPACES TO GL-INTERFACE-DETAIL.
           MOVE WS-RUN-DATE-YYYYMMDD TO GLJ-RUN-DATE.
           MOVE WS-MAP-TRAN-KEY TO GLJ-TRAN-KEY.
           MOVE WS-MAP-DEPT-CODE TO GLJ-DEPT-CODE.
           MOVE WS-JRNL-TYPE-CODE (WS-JRNL-SUB) TO GLJ-AMOUNT-TYPE.
           MOVE WS-JRN-COST-CENTER (WS-JRNL-SUB) TO GLJ-COST-CENTER.
           MOVE WS-JRNL-AMOUNT TO GLJ-AMOUNT.
           SET GLJ-DEBIT TO TRUE.
           MOVE WS-JRNL-DR-ACCOUNT TO GLJ-ACCOUNT.
           IF NOT WS-TRIAL-RUN
               WRITE WS-GL-INTERFACE-REC
           END-IF.
           ADD WS-JRNL-AMOUNT TO WS-GL-DEBIT-TOTAL.
           SET GLJ-CREDIT TO TRUE.
           MOVE WS-JRNL-CR-ACCOUNT TO GLJ-ACCOUNT.
           IF NOT WS-TRIAL-RUN
               WRITE WS-GL-INTERFACE-REC
           END-IF.
           ADD WS-JRNL-AMOUNT TO WS-GL-CREDIT-TOTAL.

       2185-TALLY-DEPARTMENT.
      *    Callers stage WS-TALLY-DEPT-CODE/-G/-J first: a processed
      *    detail tallies its (zeroed-on-reject) G and J, a posted
                   WS-DPT-G-TOTAL (WS-DEPT-HIT)
                   WS-DPT-J-TOTAL (WS-DEPT-HIT)
                   WS-DPT-VAR-TOTAL (WS-DEPT-HIT)
                   WS-DPT-CMP-G-TOTAL (WS-DEPT-HIT)
                   WS-DPT-CMP-VAR-TOTAL (WS-DEPT-HIT)
           END-IF.
           IF WS-DEPT-HIT > ZERO
               ADD 1 TO WS-DPT-COUNT (WS-DEPT-HIT)
               ADD WS-TALLY-G TO WS-DPT-G-TOTAL (WS-DEPT-HIT)
               ADD WS-TALLY-J TO WS-DPT-J-TOTAL (WS-DEPT-HIT)
               ADD WS-TALLY-VARIANCE TO WS-DPT-VAR-TOTAL (WS-DEPT-HIT)
               ADD WS-TALLY-CMP-G TO WS-DPT-CMP-G-TOTAL (WS-DEPT-HIT)
               ADD WS-TALLY-CMP-VAR
                   TO WS-DPT-CMP-VAR-TOTAL (WS-DEPT-HIT)
           ELSE
               ADD 1 TO WS-DEPT-LOST-COUNT
               ADD WS-TALLY-G TO WS-DEPT-LOST-G
               ADD WS-TALLY-J TO WS-DEPT-LOST-J
               ADD WS-TALLY-VARIANCE TO WS-DEPT-LOST-VAR
               ADD WS-TALLY-CMP-G TO WS-DEPT-LOST-CMP-G
               ADD WS-TALLY-CMP-VAR TO WS-DEPT-LOST-CMP-VAR
           END-IF.

       2500-PROCESS-REVERSAL.
           MOVE "N" TO WS-RVSL-PERD-SW.
           PERFORM 2520-LOOK-UP-POSTED-ACTIVITY.
           PERFORM 2540-CHECK-ORIG-PERIOD.
           IF WS-RVSL-ORIG-FOUND
               MOVE WS-RVSL-DEPT TO WS-MAP-DEPT-CODE
               PERFORM 2200-LOOK-UP-GL-MAPPING
           END-IF.
           EVALUATE TRUE
               WHEN WS-RVSL-DUPLICATE
                   MOVE "DUP REVERSAL" TO WS-RVSL-STATUS-TEXT
               WHEN WS-RVSL-PERD-CLOSED
                   MOVE "CLOSED PERIOD" TO WS-RVSL-STATUS-TEXT
                   PERFORM 0009
               WHEN NOT WS-GL-MAPPED
                   MOVE "NO GL MAPPING" TO WS-RVSL-STATUS-TEXT
                   PERFORM 0011
               WHEN OTHER
                   MOVE "REVERSED" TO WS-RVSL-STATUS-TEXT
                   PERFORM 2550-POST-REVERSAL
      *    table and there is no per-run reversal ceiling.
           MOVE WS-RVSL-ORIG-KEY TO XRF-TRAN-KEY.
           MOVE WS-RVSL-ORIG-DATE TO XRF-RUN-DATE.
           IF WS-XRF-AVAILABLE
               READ VERBGLXR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF XRF-REVERSED
                           SET WS-RVSL-DUPLICATE TO TRUE
                       ELSE
                           SET WS-RVSL-ORIG-FOUND TO TRUE
                           MOVE XRF-DEPT-CODE TO WS-RVSL-DEPT
                           MOVE XRF-C-VALUE TO WS-RVSL-C
                           MOVE XRF-D-VALUE TO WS-RVSL-D
                           MOVE XRF-G-VALUE TO WS-RVSL-G
                           MOVE XRF-J-VALUE TO WS-RVSL-J
                       END-IF
               END-READ
           END-IF.
           IF WS-TRIAL-RUN AND WS-RVSL-ORIG-FOUND
               PERFORM 2530-CHECK-TRIAL-REVERSALS
           END-IF.

       2530-CHECK-TRIAL-REVERSALS.
           PERFORM VARYING WS-TRVS-SUB FROM 1 BY 1
                   UNTIL WS-TRVS-SUB > WS-TRVS-MAX
               IF WS-TRV-ORIG-KEY (WS-TRVS-SUB) = WS-RVSL-ORIG-KEY
                   AND WS-TRV-ORIG-DATE (WS-TRVS-SUB)
                       = WS-RVSL-ORIG-DATE
                   MOVE "N" TO WS-RVSL-FOUND-SW
                   SET WS-RVSL-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.

       2550-POST-REVERSAL.
           MOVE "R" TO GL-REC-TYPE.
           COMPUTE GL-G-VALUE = ZERO - WS-RVSL-G.
           COMPUTE GL-J-VALUE = ZERO - WS-RVSL-J.
           MOVE WS-RVSL-ORIG-DATE TO GL-ORIG-RUN-DATE.
           IF NOT WS-TRIAL-RUN
               WRITE WS-GL-INTERFACE-REC
           END-IF.
           ADD 1 TO WS-GL-RECORD-COUNT.
           SUBTRACT WS-RVSL-G FROM WS-GL-G-TOTAL.
           SUBTRACT WS-RVSL-J FROM WS-GL-J-TOTAL.
           ADD 1 TO WS-REVERSAL-COUNT.
      *    The journal backs out every amount the original posting
      *    journalled, D included, under today's mapping for the
      *    department.
           MOVE WS-RVSL-ORIG-KEY TO WS-MAP-TRAN-KEY.
           COMPUTE WS-JRN-AMOUNT (1) = ZERO - WS-RVSL-C.
           COMPUTE WS-JRN-AMOUNT (2) = ZERO - WS-RVSL-D.
           COMPUTE WS-JRN-AMOUNT (3) = ZERO - WS-RVSL-G.
           COMPUTE WS-JRN-AMOUNT (4) = ZERO - WS-RVSL-J.
           PERFORM 2210-WRITE-JOURNAL-LINES.
      *    The cross-reference entry 2520 read is still current -
      *    marking it reversed here is what makes a second reversal
      *    of the same posting, this run or any later one, read back
      *    as a duplicate.
           IF WS-TRIAL-RUN
               PERFORM 2560-HOLD-TRIAL-REVERSAL
           ELSE
               SET XRF-REVERSED TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO XRF-RVSL-RUN-DATE
               REWRITE WS-GL-XREF-REC
           END-IF.
           MOVE WS-RVSL-DEPT TO WS-TALLY-DEPT-CODE.
           COMPUTE WS-TALLY-G = ZERO - WS-RVSL-G.
           COMPUTE WS-TALLY-J = ZERO - WS-RVSL-J.
           MOVE ZERO TO WS-TALLY-VARIANCE.
           MOVE WS-TALLY-G TO WS-TALLY-CMP-G.
           MOVE ZERO TO WS-TALLY-CMP-VAR.
           PERFORM 2185-TALLY-DEPARTMENT.
           MOVE WS-RVSL-DEPT TO WS-BUDGET-DEPT-CODE.
           PERFORM 2710-FIND-BUDGET.
           IF WS-BUDGET-HIT > ZERO
               SUBTRACT WS-RVSL-G FROM WS-BGT-PTD-G (WS-BUDGET-HIT)
           END-IF.

       2560-HOLD-TRIAL-REVERSAL.
           IF WS-TRVS-MAX < 500
               ADD 1 TO WS-TRVS-MAX
               MOVE WS-RVSL-ORIG-KEY TO WS-TRV-ORIG-KEY (WS-TRVS-MAX)
               MOVE WS-RVSL-ORIG-DATE TO WS-TRV-ORIG-DATE (WS-TRVS-MAX)
           END-IF.

       2570-WRITE-REVERSAL-LINE.
           IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
               ON SIZE ERROR PERFORM 0006
           END-ADD.

       2155-COMPUTE-G-COMPARE.
      *    Trial only - the same E + H rounded under the proposed
      *    mode, kept beside the posted G so the recap can show what
      *    the change would do to each department. An overflow under
      *    the proposed mode projects as the current G.
           EVALUATE TRUE
               WHEN WS-CMP-TRUNCATION
                   ADD E TO H GIVING WS-CMP-G
                       ROUNDED MODE IS TRUNCATION
                       ON SIZE ERROR MOVE G TO WS-CMP-G
                   END-ADD
               WHEN WS-CMP-NEAREST-EVEN
                   ADD E TO H GIVING WS-CMP-G
                       ROUNDED MODE IS NEAREST-EVEN
                       ON SIZE ERROR MOVE G TO WS-CMP-G
                   END-ADD
               WHEN OTHER
                   ADD E TO H GIVING WS-CMP-G
                       ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                       ON SIZE ERROR MOVE G TO WS-CMP-G
                   END-ADD
           END-EVALUATE.
           COMPUTE WS-CMP-VARIANCE = WS-CMP-G - WS-TRUE-SUM-E-H.
           ADD WS-CMP-VARIANCE TO WS-CMP-NET-VARIANCE.

       2700-CHECK-BUDGET.
      *    A detail that would take its department past budget plus
      *    tolerance warns or is held, per the budget's action. Only
      *    a debit can break the limit - a credit G always posts. A
      *    held detail goes to the exception file as BUDGET EXCEEDED
      *    unless a supervisor has already released it through the
      *    workbench for this period.
           MOVE "N" TO WS-BUDGET-HOLD-SW.
           MOVE TRAN-DEPT-CODE TO WS-BUDGET-DEPT-CODE.
           PERFORM 2710-FIND-BUDGET.
           IF WS-BUDGET-HIT > ZERO
               COMPUTE WS-BUDGET-NEW-PTD
                   = WS-BGT-PTD-G (WS-BUDGET-HIT) + G
               IF G > ZERO AND WS-BUDGET-NEW-PTD
                       > WS-BGT-LIMIT (WS-BUDGET-HIT)
                   IF WS-BGT-HOLD (WS-BUDGET-HIT)
                       PERFORM 2720-CHECK-BUDGET-RELEASE
                   ELSE
                       ADD 1 TO WS-BGT-WARN-COUNT (WS-BUDGET-HIT)
                       ADD 1 TO WS-BUDGET-WARNINGS
                   END-IF
               END-IF
               IF NOT WS-BUDGET-HELD-DETAIL
                   MOVE WS-BUDGET-NEW-PTD
                       TO WS-BGT-PTD-G (WS-BUDGET-HIT)
               END-IF
           END-IF.

       2710-FIND-BUDGET.
           MOVE ZERO TO WS-BUDGET-HIT.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-MAX
                       OR WS-BUDGET-HIT > ZERO
               IF WS-BGT-DEPT-CODE (WS-BUDGET-SUB)
                       = WS-BUDGET-DEPT-CODE
                   MOVE WS-BUDGET-SUB TO WS-BUDGET-HIT
               END-IF
           END-PERFORM.

       2720-CHECK-BUDGET-RELEASE.
      *    A release stands for its TRAN-KEY for the rest of the
      *    period, since the master posts the detail again every
      *    run; the use count goes up once per run that posts it, so
      *    a restart does not count it twice.
           MOVE "N" TO WS-BUDGET-RELEASE-SW.
           IF WS-BRL-AVAILABLE
               MOVE TRAN-KEY TO BRL-TRAN-KEY
               READ VERBBREL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BRL-PERIOD = WS-BUDGET-PERIOD
                               AND BRL-DEPT-CODE = TRAN-DEPT-CODE
                           SET WS-BUDGET-RELEASED-DETAIL TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-BUDGET-RELEASED-DETAIL
               ADD 1 TO WS-BGT-RELEASED-COUNT (WS-BUDGET-HIT)
               ADD 1 TO WS-BUDGET-RELEASED
               IF NOT WS-TRIAL-RUN
                       AND BRL-LAST-USED-DATE NOT = WS-RUN-DATE-YYYYMMDD
                   MOVE WS-RUN-DATE-YYYYMMDD TO BRL-LAST-USED-DATE
                   IF BRL-USE-COUNT < 99999
                       ADD 1 TO BRL-USE-COUNT
                   END-IF
                   REWRITE WS-BUDGET-RELEASE-REC
               END-IF
           ELSE
               SET WS-BUDGET-HELD-DETAIL TO TRUE
               ADD 1 TO WS-BGT-HELD-COUNT (WS-BUDGET-HIT)
               ADD 1 TO WS-BUDGET-HELD
               PERFORM 0012
           END-IF.

       2800-WRITE-EXCEPTION.
      *    A trial writes no exception file - the record the caller
      *    built is kept instead and listed at the end of the report
      *    as a projected reject.
           IF WS-TRIAL-RUN
               IF WS-TEXC-MAX < 500
                   ADD 1 TO WS-TEXC-MAX
                   MOVE EXC-TRAN-KEY TO WS-TXC-TRAN-KEY (WS-TEXC-MAX)
                   MOVE EXC-REASON TO WS-TXC-REASON (WS-TEXC-MAX)
                   MOVE EXC-TARGET-FIELD TO WS-TXC-TARGET (WS-TEXC-MAX)
                   MOVE EXC-OVERFLOW-AMOUNT
                       TO WS-TXC-AMOUNT (WS-TEXC-MAX)
               ELSE
                   ADD 1 TO WS-TEXC-LOST
               END-IF
           ELSE
               WRITE WS-EXCEPTION-REC
           END-IF.

       2900-CAPTURE-CONTROL-TOTALS.
           SET WS-CTL-TRAILER-SEEN TO TRUE.
           MOVE CTL-RECORD-COUNT TO WS-CTL-EXPECTED-COUNT.

       2190-CHECKPOINT-IF-DUE.
           IF FUNCTION MOD(WS-TRAN-COUNT WS-CHECKPOINT-FREQ) = 0
                   AND NOT WS-TRIAL-RUN
               MOVE WS-RUN-ID TO CKPT-RUN-ID
               MOVE TRAN-KEY TO CKPT-LAST-TRAN-KEY
               MOVE WS-TRAN-COUNT TO CKPT-RECORDS-PROCESSED
               MOVE WS-ROUND-DOWN-COUNT TO CKPT-ROUND-DOWN-COUNT
               MOVE WS-ROUND-SAME-COUNT TO CKPT-ROUND-SAME-COUNT
               MOVE WS-NET-VARIANCE TO CKPT-NET-VARIANCE
               MOVE WS-GL-DEBIT-TOTAL TO CKPT-GL-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL TO CKPT-GL-CREDIT-TOTAL
               PERFORM 2195-SAVE-DEPT-TOTALS
               WRITE WS-CHECKPOINT-REC
           END-IF.
           MOVE WS-RPT-SUMMARY-LINE3 TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           PERFORM 9070-PRINT-ROUNDING-VARIANCE.
           IF WS-BUDGET-MAX > ZERO OR WS-BUDGET-LOST > ZERO
               PERFORM 9075-PRINT-BUDGET-CONTROL
           END-IF.
           PERFORM 9080-PRINT-JOURNAL-TOTALS.
           PERFORM 9100-WRITE-CONTROL-TOTALS.
           PERFORM 9140-WRITE-GL-ADJUSTMENT.
      *    A trial stops at the report: its return code is the one
      *    the live run would set, but no trailer, balance record,
      *    run history, run control, or batch register entry is
      *    written and the checkpoint file is left as it was.
           IF WS-TRIAL-RUN
               PERFORM 9090-PRINT-PROJECTED-EXCEPTIONS
               IF WS-CMP-REQUESTED
                   PERFORM 9095-PRINT-ROUNDING-COMPARISON
               END-IF
           ELSE
               PERFORM 9150-WRITE-GL-BATCH-TRAILER
           END-IF.
           PERFORM 9450-SET-RETURN-CODE.
           IF NOT WS-TRIAL-RUN
               PERFORM 9300-WRITE-BALANCE-RECORD
               PERFORM 9400-WRITE-RUN-HISTORY
               PERFORM 9420-WRITE-DEPT-ROUNDING
               PERFORM 9500-WRITE-RUN-CONTROL
           END-IF.
           CLOSE VERBTRAN.
           CLOSE VERBS1RPT.
           IF WS-TRIAL-RUN
               IF WS-XRF-AVAILABLE
                   CLOSE VERBGLXR
               END-IF
           ELSE
               CLOSE VERBS1-EXCEPTIONS
               CLOSE VERBCKPT
               CLOSE VERBGL
               CLOSE VERBGLXR
           END-IF.
           CLOSE VERBCOA.
           IF WS-PERD-AVAILABLE
               CLOSE VERBPERD
           END-IF.
           IF WS-BRL-AVAILABLE
               CLOSE VERBBREL
           END-IF.
           IF NOT WS-TRIAL-RUN
               PERFORM 9600-RECORD-POSTED-BATCH
               PERFORM 9200-CLEAR-CHECKPOINT
           END-IF.

       9600-RECORD-POSTED-BATCH.
      *    Only a run that read its input to completion gets here,
           MOVE WS-RPT-VAR-AMT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       9075-PRINT-BUDGET-CONTROL.
      *    Where each budgeted department stands after this run:
      *    limit is budget plus tolerance, headroom what is left of
      *    it (negative once a warn department has run past).
           MOVE WS-BUDGET-PERIOD TO RPT-BDH-PERIOD.
           MOVE WS-RPT-BDG-HEADING-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE WS-RPT-BDG-COLUMN-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-MAX
               MOVE WS-BGT-DEPT-CODE (WS-BUDGET-SUB) TO RPT-BDG-CODE
               MOVE SPACES TO RPT-BDG-NAME
               PERFORM VARYING WS-DNAME-SUB FROM 1 BY 1
                       UNTIL WS-DNAME-SUB > WS-DNAME-MAX
                   IF WS-DNM-CODE (WS-DNAME-SUB)
                           = WS-BGT-DEPT-CODE (WS-BUDGET-SUB)
                       MOVE WS-DNM-NAME (WS-DNAME-SUB)
                           TO RPT-BDG-NAME
                   END-IF
               END-PERFORM
               MOVE WS-BGT-ACTION (WS-BUDGET-SUB) TO RPT-BDG-ACTION
               MOVE WS-BGT-LIMIT (WS-BUDGET-SUB) TO RPT-BDG-LIMIT
               MOVE WS-BGT-PTD-G (WS-BUDGET-SUB) TO RPT-BDG-PTD-G
               COMPUTE RPT-BDG-HEADROOM = WS-BGT-LIMIT (WS-BUDGET-SUB)
                   - WS-BGT-PTD-G (WS-BUDGET-SUB)
               MOVE WS-BGT-WARN-COUNT (WS-BUDGET-SUB)
                   TO RPT-BDG-WARNED
               MOVE WS-BGT-HELD-COUNT (WS-BUDGET-SUB) TO RPT-BDG-HELD
               MOVE WS-BGT-RELEASED-COUNT (WS-BUDGET-SUB)
                   TO RPT-BDG-RELEASED
               MOVE WS-RPT-BDG-DETAIL-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "BUDGET WARNINGS         :" TO RPT-VAR-CAPTION.
           MOVE WS-BUDGET-WARNINGS TO RPT-VAR-COUNT.
           MOVE WS-RPT-VAR-COUNT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "HELD - BUDGET EXCEEDED  :" TO RPT-VAR-CAPTION.
           MOVE WS-BUDGET-HELD TO RPT-VAR-COUNT.
           MOVE WS-RPT-VAR-COUNT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "RELEASED OVER BUDGET    :" TO RPT-VAR-CAPTION.
           MOVE WS-BUDGET-RELEASED TO RPT-VAR-COUNT.
           MOVE WS-RPT-VAR-COUNT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           IF WS-BUDGET-LOST > ZERO
               MOVE "BUDGETS NOT CONTROLLED  :" TO RPT-VAR-CAPTION
               MOVE WS-BUDGET-LOST TO RPT-VAR-COUNT
               MOVE WS-RPT-VAR-COUNT-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.

       9080-PRINT-JOURNAL-TOTALS.
           MOVE "JOURNAL DEBITS          :" TO RPT-JRN-CAPTION.
           MOVE WS-GL-DEBIT-TOTAL TO RPT-JRN-AMOUNT.
           MOVE WS-RPT-JRNL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "JOURNAL CREDITS         :" TO RPT-JRN-CAPTION.
           MOVE WS-GL-CREDIT-TOTAL TO RPT-JRN-AMOUNT.
           MOVE WS-RPT-JRNL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       9090-PRINT-PROJECTED-EXCEPTIONS.
           MOVE WS-RPT-TEXC-HEADING-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           IF WS-TRIAL-NOTE NOT = SPACES
               MOVE WS-TRIAL-NOTE TO RPT-TNT-TEXT
               MOVE WS-RPT-TRIAL-NOTE-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF NOT WS-XRF-AVAILABLE
               MOVE "NO VERBGLXR.DAT - REVERSALS PROJECT AS NOT POSTED"
                   TO RPT-TNT-TEXT
               MOVE WS-RPT-TRIAL-NOTE-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING WS-TEXC-SUB FROM 1 BY 1
                   UNTIL WS-TEXC-SUB > WS-TEXC-MAX
               MOVE WS-TXC-TRAN-KEY (WS-TEXC-SUB) TO RPT-TXC-TRAN-KEY
               MOVE WS-TXC-REASON (WS-TEXC-SUB) TO RPT-TXC-REASON
               MOVE WS-TXC-TARGET (WS-TEXC-SUB) TO RPT-TXC-TARGET
               MOVE WS-TXC-AMOUNT (WS-TEXC-SUB) TO RPT-TXC-AMOUNT
               MOVE WS-RPT-TEXC-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "PROJECTED EXCEPTIONS    :" TO RPT-VAR-CAPTION.
           COMPUTE RPT-VAR-COUNT = WS-TEXC-MAX + WS-TEXC-LOST.
           MOVE WS-RPT-VAR-COUNT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           IF WS-TEXC-LOST > ZERO
               MOVE "EXCEPTIONS NOT LISTED   :" TO RPT-VAR-CAPTION
               MOVE WS-TEXC-LOST TO RPT-VAR-COUNT
               MOVE WS-RPT-VAR-COUNT-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.

       9095-PRINT-ROUNDING-COMPARISON.
      *    Per department, G as posted under the configured mode
      *    beside G as it would post under the proposed one, with
      *    each mode's rounding variance - reversals carry the same
      *    amount on both sides, so only the details differ.
           MOVE WS-ROUND-MODE-SW TO RPT-CMH-CUR-MODE.
           MOVE WS-CMP-MODE-SW TO RPT-CMH-CMP-MODE.
           MOVE WS-RPT-CMP-HEADING-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE WS-RPT-CMP-COLUMN-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-CMP-TOT-CUR-G WS-CMP-TOT-CMP-G.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-MAX
               MOVE WS-DPT-CODE (WS-DEPT-SUB) TO RPT-CMP-CODE
               PERFORM 9060-LOOK-UP-DEPT-NAME
               MOVE RPT-DEPT-NAME TO RPT-CMP-NAME
               MOVE WS-DPT-G-TOTAL (WS-DEPT-SUB) TO RPT-CMP-CUR-G
               MOVE WS-DPT-CMP-G-TOTAL (WS-DEPT-SUB) TO RPT-CMP-CMP-G
               COMPUTE RPT-CMP-DIFF-G
                   = WS-DPT-CMP-G-TOTAL (WS-DEPT-SUB)
                   - WS-DPT-G-TOTAL (WS-DEPT-SUB)
               MOVE WS-DPT-VAR-TOTAL (WS-DEPT-SUB) TO RPT-CMP-CUR-VAR
               MOVE WS-DPT-CMP-VAR-TOTAL (WS-DEPT-SUB)
                   TO RPT-CMP-CMP-VAR
               MOVE WS-RPT-CMP-DETAIL-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
               ADD WS-DPT-G-TOTAL (WS-DEPT-SUB) TO WS-CMP-TOT-CUR-G
               ADD WS-DPT-CMP-G-TOTAL (WS-DEPT-SUB) TO WS-CMP-TOT-CMP-G
           END-PERFORM.
           IF WS-DEPT-LOST-COUNT > ZERO
               MOVE "***" TO RPT-CMP-CODE
               MOVE "(TABLE OVERFLOW)" TO RPT-CMP-NAME
               MOVE WS-DEPT-LOST-G TO RPT-CMP-CUR-G
               MOVE WS-DEPT-LOST-CMP-G TO RPT-CMP-CMP-G
               COMPUTE RPT-CMP-DIFF-G
                   = WS-DEPT-LOST-CMP-G - WS-DEPT-LOST-G
               MOVE WS-DEPT-LOST-VAR TO RPT-CMP-CUR-VAR
               MOVE WS-DEPT-LOST-CMP-VAR TO RPT-CMP-CMP-VAR
               MOVE WS-RPT-CMP-DETAIL-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
               ADD WS-DEPT-LOST-G TO WS-CMP-TOT-CUR-G
               ADD WS-DEPT-LOST-CMP-G TO WS-CMP-TOT-CMP-G
           END-IF.
           MOVE SPACES TO RPT-CMP-CODE.
           MOVE "RUN TOTAL" TO RPT-CMP-NAME.
           MOVE WS-CMP-TOT-CUR-G TO RPT-CMP-CUR-G.
           MOVE WS-CMP-TOT-CMP-G TO RPT-CMP-CMP-G.
           COMPUTE RPT-CMP-DIFF-G = WS-CMP-TOT-CMP-G - WS-CMP-TOT-CUR-G.
           MOVE WS-NET-VARIANCE TO RPT-CMP-CUR-VAR.
           MOVE WS-CMP-NET-VARIANCE TO RPT-CMP-CMP-VAR.
           MOVE WS-RPT-CMP-DETAIL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.

       9140-WRITE-GL-ADJUSTMENT.
      *    Backs the run's net rounding effect out of the feed so
      *    the batch cross-foots to the true unrounded amounts -
               MOVE ZERO TO GL-C-VALUE GL-D-VALUE GL-J-VALUE
               COMPUTE GL-G-VALUE = ZERO - WS-NET-VARIANCE
               MOVE ZERO TO GL-ORIG-RUN-DATE
               IF NOT WS-TRIAL-RUN
                   WRITE WS-GL-INTERFACE-REC
               END-IF
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD GL-G-VALUE TO WS-GL-G-TOTAL
           END-IF.
           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
           MOVE WS-GL-G-TOTAL TO GLT-G-TOTAL.
           MOVE WS-GL-J-TOTAL TO GLT-J-TOTAL.
           MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           WRITE WS-GL-INTERFACE-REC.

       9300-WRITE-BALANCE-RECORD.
           WRITE WS-RUN-HISTORY-REC.
           CLOSE VERBRUNH.

       9420-WRITE-DEPT-ROUNDING.
      *    Attributes the "A" row to the departments whose rounding
      *    made it up, so a department's period statement can show
      *    its own share. A restart resumes the department totals
      *    from the checkpoint, so only the run that finishes
      *    writes them, once.
           OPEN INPUT VERBDRND.
           IF WS-DRND-FILE-FOUND
               CLOSE VERBDRND
               OPEN EXTEND VERBDRND
           ELSE
               OPEN OUTPUT VERBDRND
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO DRND-RUN-DATE.
           MOVE WS-RUN-ID TO DRND-RUN-ID.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-MAX
               IF WS-DPT-VAR-TOTAL (WS-DEPT-SUB) NOT = ZERO
                   MOVE WS-DPT-CODE (WS-DEPT-SUB) TO DRND-DEPT-CODE
                   COMPUTE DRND-ADJUST-AMOUNT =
                       ZERO - WS-DPT-VAR-TOTAL (WS-DEPT-SUB)
                   WRITE WS-DEPT-ROUNDING-REC
               END-IF
           END-PERFORM.
           IF WS-DEPT-LOST-VAR NOT = ZERO
               MOVE "***" TO DRND-DEPT-CODE
               COMPUTE DRND-ADJUST-AMOUNT = ZERO - WS-DEPT-LOST-VAR
               WRITE WS-DEPT-ROUNDING-REC
           END-IF.
           CLOSE VERBDRND.

       9450-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-CTL-TRAILER-SEEN AND WS-CTL-MISMATCH
                   MOVE 4 TO WS-FINAL-RC
               WHEN NOT WS-CTL-TRAILER-SEEN
                   MOVE 4 TO WS-FINAL-RC
               WHEN WS-BUDGET-WARNINGS > ZERO
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
           END-EVALUATE.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0002.
       MOVE "NO SIZE ERROR" TO WS-ADD-STATUS-TEXT.
       0003.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0004.
       CONTINUE.
       0005.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0006.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE "Y" TO WS-REJECT-SW.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0007.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0008.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0009.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0010.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE "Y" TO WS-REJECT-SW.
       MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE.
       MOVE WS-RUN-TIME-HHMMSSCC TO EXC-RUN-TIME.
       MOVE TRAN-KEY TO EXC-TRAN-KEY.
       MOVE "NO GL MAPPING" TO EXC-REASON.
       MOVE ZERO TO EXC-E-VALUE EXC-I-VALUE EXC-OVERFLOW-AMOUNT.
       MOVE ZERO TO EXC-A-VALUE EXC-D-VALUE.
       MOVE "DEPT" TO EXC-TARGET-FIELD.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0011.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE.
       MOVE WS-RUN-TIME-HHMMSSCC TO EXC-RUN-TIME.
       MOVE TRAN-KEY TO EXC-TRAN-KEY.
       MOVE "NO GL MAPPING" TO EXC-REASON.
       MOVE ZERO TO EXC-E-VALUE EXC-I-VALUE EXC-OVERFLOW-AMOUNT.
       MOVE ZERO TO EXC-A-VALUE EXC-D-VALUE.
       MOVE "GL" TO EXC-TARGET-FIELD.
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       0012.
       ADD 1 TO WS-RECORDS-REJECTED.
       MOVE "Y" TO WS-REJECT-SW.
       MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE.
       MOVE WS-RUN-TIME-HHMMSSCC TO EXC-RUN-TIME.
       MOVE TRAN-KEY TO EXC-TRAN-KEY.
       MOVE "BUDGET EXCEEDED" TO EXC-REASON.
       MOVE E TO EXC-E-VALUE.
       MOVE ZERO TO EXC-I-VALUE EXC-A-VALUE EXC-D-VALUE.
       MOVE "BUDGET" TO EXC-TARGET-FIELD.
       COMPUTE EXC-OVERFLOW-AMOUNT
           = WS-BUDGET-NEW-PTD - WS-BGT-LIMIT (WS-BUDGET-HIT).
       MOVE SPACE TO EXC-STATUS.
       MOVE ZERO TO EXC-WORKED-DATE.
       MOVE SPACES TO EXC-WORKED-USER.
       PERFORM 2800-WRITE-EXCEPTION.
       END PROGRAM VERBS1.
