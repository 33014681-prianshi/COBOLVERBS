      ******************************************************************
      * Author:
      * Date:
      * Purpose: Department activity statements for one accounting
      *          period (YYYYMM) - one statement for every department
      *          on the VERBDEPT master, each starting on a new page
      *          under the department's name and status, answering
      *          "what did we post this month and what is stuck"
      *          without anyone filtering the VERBS1 recap, VERBEXCR,
      *          and the suspense register by hand. Each statement
      *          shows the opening position (everything posted for
      *          the department before the period, net of reversals
      *          and rounding), every detail posted and every
      *          reversal posted in the period with its run dates -
      *          taken from the posted-activity cross-reference,
      *          which holds every "D" row the GL feed or its archive
      *          ever carried - the rounding adjustments VERBS1
      *          attributed to the department (VERBDRND.DAT), the
      *          period's G and J totals and the closing position,
      *          and then what is stuck: the open VERBS1 exceptions
      *          and the pending edit-suspense items for the
      *          department's TRAN-KEYs, with their ages in days as
      *          of the process date. Every line also goes to the
      *          extract file VERBDSTX.DAT for electronic
      *          distribution. The period comes from
      *          PARM-STATEMENT-PERIOD when one is keyed, otherwise
      *          the period the process date falls in; the process
      *          date from PARM-PROCESS-DATE, otherwise the current
      *          date. The items are gathered through a scratch work
      *          file rebuilt every run. A last page lists activity
      *          under codes not on VERBDEPT and exceptions or
      *          suspense items no department could be found for -
      *          return code 4 when there are any, 8 when there is no
      *          department master to state.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBDSTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBDEPT ASSIGN TO "VERBDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT VERBGLXR ASSIGN TO "VERBGLXR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-FILE-STATUS.
           SELECT VERBDRND ASSIGN TO "VERBDRND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRND-FILE-STATUS.
           SELECT VERBS1-EXCEPTIONS ASSIGN TO "VERBS1EXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT VERBSUSP ASSIGN TO "VERBSUSP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT VERBTRAN ASSIGN TO "VERBTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT VERBPARM ASSIGN TO "VERBPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VERBDSWK ASSIGN TO "VERBDSWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSW-KEY
               FILE STATUS IS WS-DSW-FILE-STATUS.
           SELECT VERBDSTX ASSIGN TO "VERBDSTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSX-FILE-STATUS.
           SELECT VERBDSTM-RPT ASSIGN TO "VERBDSTM.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBGLXR.
       COPY VERBGLXR.
       FD  VERBDRND
           RECORDING MODE IS F.
       COPY VERBDRND.
       FD  VERBS1-EXCEPTIONS
           RECORDING MODE IS F.
       COPY VERBEXC.
       FD  VERBSUSP
           RECORDING MODE IS F.
       COPY VERBSUSP.
       FD  VERBTRAN.
       COPY VERBTRAN.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
      ******************************************************************
      * Scratch statement file, emptied at the start of every run.
      * Items are keyed by department and statement section, then
      * date and TRAN-KEY, so each statement is read back in print
      * order; DSW-SEQ keeps two items with the same date and key
      * apart. Section 0 is one record per department seen anywhere
      * in the files, carrying its opening position.
      ******************************************************************
       FD  VERBDSWK.
       01  WS-STMT-WORK-REC.
           05  DSW-KEY.
               10  DSW-DEPT-CODE        PIC X(3).
               10  DSW-SECTION          PIC 9.
                   88  DSW-OPENING              VALUE 0.
                   88  DSW-POSTED-DETAIL        VALUE 1.
                   88  DSW-REVERSAL             VALUE 2.
                   88  DSW-ROUNDING             VALUE 3.
                   88  DSW-OPEN-EXCEPTION       VALUE 4.
                   88  DSW-PENDING-SUSPENSE     VALUE 5.
               10  DSW-DATE             PIC 9(8).
               10  DSW-TRAN-KEY         PIC 9(6).
               10  DSW-SEQ              PIC 9(6).
           05  DSW-REF-DATE             PIC 9(8).
           05  DSW-G-AMOUNT             PIC S9(11)V99.
           05  DSW-J-AMOUNT             PIC S9(9).
           05  DSW-REASON               PIC X(30).
           05  DSW-CYCLES               PIC 9(3).
       FD  VERBDSTX
           RECORDING MODE IS F.
       COPY VERBDSTX.
       FD  VERBDSTM-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(30) VALUE
               "DEPARTMENT ACTIVITY STATEMENT".
           05  FILLER           PIC X(08) VALUE "PERIOD: ".
           05  RPT-HDR-PERIOD   PIC 9999/99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(09) VALUE "RUN DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE "PAGE:".
           05  RPT-HDR-PAGE-NO  PIC ZZZZ9.
       01  WS-RPT-SUBJECT-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUBJ-TEXT    PIC X(90).
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(60).
       01  WS-RPT-POSTING-HEADING-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "RUN DATE".
           05  FILLER           PIC X(09) VALUE "TRAN KEY".
           05  FILLER           PIC X(13) VALUE "ORIG RUN".
           05  FILLER           PIC X(18) VALUE "          G AMOUNT".
           05  FILLER           PIC X(14) VALUE "      J AMOUNT".
       01  WS-RPT-POSTING-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-PST-DATE     PIC 9999/99/99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-PST-TRAN-KEY PIC X(06).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-PST-ORIG-DATE PIC X(10).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-PST-G        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-PST-J        PIC X(12).
       01  WS-RPT-ITEM-HEADING-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "DATE".
           05  FILLER           PIC X(09) VALUE "TRAN KEY".
           05  FILLER           PIC X(32) VALUE "REASON".
           05  RPT-IHD-AMOUNT   PIC X(15).
           05  FILLER           PIC X(10) VALUE "  AGE DAYS".
           05  RPT-IHD-CYCLES   PIC X(08).
       01  WS-RPT-ITEM-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-ITM-DATE     PIC 9999/99/99.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-ITM-TRAN-KEY PIC 9(06).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-ITM-REASON   PIC X(30).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ITM-AMOUNT   PIC X(15).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-ITM-AGE      PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-ITM-CYCLES   PIC X(05).
       01  WS-RPT-NONE-LINE.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  FILLER           PIC X(04) VALUE "NONE".
       01  WS-RPT-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TOT-CAPTION  PIC X(26).
           05  RPT-TOT-COUNT    PIC ZZZ,ZZZ.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-TOT-G        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-TOT-J        PIC ZZZ,ZZZ,ZZ9-.
       01  WS-RPT-CONTROL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-CTL-CAPTION  PIC X(30).
           05  RPT-CTL-VALUE    PIC Z,ZZZ,ZZ9.
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-FILE-FOUND           VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
       01 WS-XRF-FILE-STATUS PIC XX.
           88  WS-XRF-IO-OK                 VALUE "00".
           88  WS-XRF-FILE-NOT-FOUND        VALUE "35".
       01 WS-DRND-FILE-STATUS PIC XX.
           88  WS-DRND-FILE-FOUND           VALUE "00".
           88  WS-DRND-FILE-NOT-FOUND       VALUE "35".
       01 WS-EXC-FILE-STATUS PIC XX.
           88  WS-EXC-FILE-FOUND            VALUE "00".
           88  WS-EXC-FILE-NOT-FOUND        VALUE "35".
       01 WS-SUSP-FILE-STATUS PIC XX.
           88  WS-SUSP-FILE-FOUND           VALUE "00".
           88  WS-SUSP-FILE-NOT-FOUND       VALUE "35".
       01 WS-TRAN-FILE-STATUS PIC XX.
           88  WS-TRAN-IO-OK                VALUE "00".
           88  WS-TRAN-FILE-NOT-FOUND       VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-DSW-FILE-STATUS PIC XX.
           88  WS-DSW-IO-OK                 VALUE "00".
           88  WS-DSW-FILE-NOT-FOUND        VALUE "35".
       01 WS-DSX-FILE-STATUS PIC XX.
           88  WS-DSX-FILE-FOUND            VALUE "00".
           88  WS-DSX-FILE-NOT-FOUND        VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
           88  WS-RPT-FILE-FOUND            VALUE "00".
           88  WS-RPT-FILE-NOT-FOUND        VALUE "35".
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-XRF-AVAILABLE-SW PIC X VALUE "N".
           88  WS-XRF-AVAILABLE             VALUE "Y".
       01 WS-TRAN-AVAILABLE-SW PIC X VALUE "N".
           88  WS-TRAN-AVAILABLE            VALUE "Y".
       01 WS-DEPT-EOF-SW PIC X VALUE "N".
           88  WS-DEPT-EOF                  VALUE "Y".
       01 WS-XRF-EOF-SW PIC X VALUE "N".
           88  WS-XRF-EOF                   VALUE "Y".
       01 WS-DRND-EOF-SW PIC X VALUE "N".
           88  WS-DRND-EOF                  VALUE "Y".
       01 WS-EXC-EOF-SW PIC X VALUE "N".
           88  WS-EXC-EOF                   VALUE "Y".
       01 WS-SUSP-EOF-SW PIC X VALUE "N".
           88  WS-SUSP-EOF                  VALUE "Y".
       01 WS-DSW-EOF-SW PIC X VALUE "N".
           88  WS-DSW-EOF                   VALUE "Y".
       01 WS-DSW-ON-FILE-SW PIC X VALUE "N".
           88  WS-DSW-ON-FILE               VALUE "Y".
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-STMT-PERIOD PIC 9(6).
       01 WS-PERIOD-FROM PIC 9(8).
       01 WS-PERIOD-TO PIC 9(8).
       01 WS-FINAL-RC PIC 9(4) VALUE ZERO.
       01 WS-WORK-SEQ PIC 9(6) VALUE ZERO.
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-DATE-EDIT PIC 9999/99/99.
       01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-J-EDIT PIC ZZZ,ZZZ,ZZ9-.
       01 WS-CYCLES-EDIT PIC ZZ9.
      *    The item being filed: its department and the amounts to
      *    add to that department's opening position.
       01 WS-ITEM-DEPT-CODE PIC X(3).
       01 WS-OPEN-ADD-G PIC S9(11)V99.
       01 WS-OPEN-ADD-J PIC S9(9).
       01 WS-SUSP-REC-TYPE PIC X.
       01 WS-SUSP-TRAN-KEY PIC 9(6).
       01 WS-SUSP-ORIG-TRAN-KEY PIC 9(6).
       01 WS-SUSP-ORIG-RUN-DATE PIC 9(8).
      *    One statement's running figures.
       01 WS-CUR-SECTION PIC 9.
       01 WS-TARGET-SECTION PIC 9.
       01 WS-SECTION-ITEMS PIC 9(7).
       01 WS-OPEN-G PIC S9(11)V99.
       01 WS-OPEN-J PIC S9(9).
       01 WS-DTL-COUNT PIC 9(5).
       01 WS-DTL-G PIC S9(11)V99.
       01 WS-DTL-J PIC S9(9).
       01 WS-RVS-COUNT PIC 9(5).
       01 WS-RVS-G PIC S9(11)V99.
       01 WS-RVS-J PIC S9(9).
       01 WS-RND-COUNT PIC 9(5).
       01 WS-RND-G PIC S9(11)V99.
       01 WS-PERIOD-G PIC S9(11)V99.
       01 WS-PERIOD-J PIC S9(9).
       01 WS-CLOSE-G PIC S9(11)V99.
       01 WS-CLOSE-J PIC S9(9).
      *    Page control - a long statement runs on to continuation
      *    pages under the same department heading.
       01 WS-PAGE-NO PIC 9(5) VALUE ZERO.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE ZERO.
       01 WS-LINE-SPACING PIC 9.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-SUBJECT-TEXT PIC X(90).
       01 WS-DEPT-STATUS-TEXT PIC X(6).
       01 WS-GL-USAGE-TEXT PIC X(14).
      *    Run controls.
       01 WS-DEPTS-STATED PIC 9(5) VALUE ZERO.
       01 WS-XRF-READ PIC 9(7) VALUE ZERO.
       01 WS-DRND-READ PIC 9(7) VALUE ZERO.
       01 WS-EXC-OPEN-READ PIC 9(7) VALUE ZERO.
       01 WS-SUSP-READ PIC 9(7) VALUE ZERO.
       01 WS-EXC-UNATTRIBUTED PIC 9(7) VALUE ZERO.
       01 WS-SUSP-UNATTRIBUTED PIC 9(7) VALUE ZERO.
       01 WS-UNKNOWN-DEPTS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF WS-DEPT-AVAILABLE
               PERFORM 2000-GATHER-POSTINGS
               PERFORM 2200-GATHER-ROUNDING
               PERFORM 2300-GATHER-EXCEPTIONS
               PERFORM 2400-GATHER-SUSPENSE
               PERFORM 3000-PRINT-STATEMENTS
               PERFORM 4000-CHECK-UNKNOWN-DEPTS
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-STMT-PERIOD.
           OPEN INPUT VERBPARM.
           IF WS-PARM-FILE-FOUND
               READ VERBPARM
                   AT END CONTINUE
               END-READ
               IF PARM-PROCESS-DATE NOT = ZERO
                   MOVE PARM-PROCESS-DATE TO WS-RUN-DATE-YYYYMMDD
               END-IF
               IF PARM-STATEMENT-PERIOD IS NUMERIC
                   MOVE PARM-STATEMENT-PERIOD TO WS-STMT-PERIOD
               END-IF
               CLOSE VERBPARM
           END-IF.
           IF WS-STMT-PERIOD = ZERO
               DIVIDE WS-RUN-DATE-YYYYMMDD BY 100
                   GIVING WS-STMT-PERIOD
           END-IF.
      *    Day 31 bounds every month - dates are compared as
      *    YYYYMMDD numbers, so no calendar is needed.
           COMPUTE WS-PERIOD-FROM = WS-STMT-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-TO = WS-STMT-PERIOD * 100 + 31.
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
               TO WS-RUN-DATE-INT.
           MOVE WS-STMT-PERIOD TO RPT-HDR-PERIOD.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           OPEN OUTPUT VERBDSTM-RPT.
           OPEN OUTPUT VERBDSTX.
      *    A statement per department needs the departments - with
      *    no master there is nothing to state.
           OPEN INPUT VERBDEPT.
           IF WS-DEPT-FILE-FOUND
               SET WS-DEPT-AVAILABLE TO TRUE
               OPEN OUTPUT VERBDSWK
               CLOSE VERBDSWK
               OPEN I-O VERBDSWK
           ELSE
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       2000-GATHER-POSTINGS.
      *    Every posted detail has a cross-reference entry, and the
      *    entry is marked when a reversal backs it out, so one pass
      *    yields both the details and the reversals - the reversal
      *    under its own run date, the detail under the original's.
           OPEN INPUT VERBGLXR.
           IF WS-XRF-IO-OK
               SET WS-XRF-AVAILABLE TO TRUE
               MOVE LOW-VALUES TO XRF-KEY
               START VERBGLXR KEY NOT LESS THAN XRF-KEY
                   INVALID KEY SET WS-XRF-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-XRF-EOF
                   READ VERBGLXR NEXT
                       AT END SET WS-XRF-EOF TO TRUE
                   END-READ
                   IF NOT WS-XRF-EOF
                       ADD 1 TO WS-XRF-READ
                       PERFORM 2100-FILE-POSTED-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       2100-FILE-POSTED-ENTRY.
           MOVE XRF-DEPT-CODE TO WS-ITEM-DEPT-CODE.
           EVALUATE TRUE
               WHEN XRF-RUN-DATE < WS-PERIOD-FROM
                   MOVE XRF-G-VALUE TO WS-OPEN-ADD-G
                   MOVE XRF-J-VALUE TO WS-OPEN-ADD-J
                   PERFORM 2750-ADD-TO-OPENING
               WHEN XRF-RUN-DATE NOT > WS-PERIOD-TO
                   PERFORM 2700-CLEAR-WORK-ITEM
                   SET DSW-POSTED-DETAIL TO TRUE
                   MOVE XRF-RUN-DATE TO DSW-DATE
                   MOVE XRF-TRAN-KEY TO DSW-TRAN-KEY
                   MOVE XRF-G-VALUE TO DSW-G-AMOUNT
                   MOVE XRF-J-VALUE TO DSW-J-AMOUNT
                   PERFORM 2720-WRITE-WORK-ITEM
           END-EVALUATE.
           IF XRF-REVERSED
               EVALUATE TRUE
                   WHEN XRF-RVSL-RUN-DATE < WS-PERIOD-FROM
                       COMPUTE WS-OPEN-ADD-G = ZERO - XRF-G-VALUE
                       COMPUTE WS-OPEN-ADD-J = ZERO - XRF-J-VALUE
                       PERFORM 2750-ADD-TO-OPENING
                   WHEN XRF-RVSL-RUN-DATE NOT > WS-PERIOD-TO
                       PERFORM 2700-CLEAR-WORK-ITEM
                       SET DSW-REVERSAL TO TRUE
                       MOVE XRF-RVSL-RUN-DATE TO DSW-DATE
                       MOVE XRF-TRAN-KEY TO DSW-TRAN-KEY
                       MOVE XRF-RUN-DATE TO DSW-REF-DATE
                       COMPUTE DSW-G-AMOUNT = ZERO - XRF-G-VALUE
                       COMPUTE DSW-J-AMOUNT = ZERO - XRF-J-VALUE
                       PERFORM 2720-WRITE-WORK-ITEM
               END-EVALUATE
           END-IF.

       2200-GATHER-ROUNDING.
           OPEN INPUT VERBDRND.
           IF WS-DRND-FILE-FOUND
               PERFORM UNTIL WS-DRND-EOF
                   READ VERBDRND
                       AT END SET WS-DRND-EOF TO TRUE
                   END-READ
                   IF NOT WS-DRND-EOF
                       ADD 1 TO WS-DRND-READ
                       PERFORM 2210-FILE-ROUNDING-ENTRY
                   END-IF
               END-PERFORM
               CLOSE VERBDRND
           END-IF.

       2210-FILE-ROUNDING-ENTRY.
           MOVE DRND-DEPT-CODE TO WS-ITEM-DEPT-CODE.
           EVALUATE TRUE
               WHEN DRND-RUN-DATE < WS-PERIOD-FROM
                   MOVE DRND-ADJUST-AMOUNT TO WS-OPEN-ADD-G
                   MOVE ZERO TO WS-OPEN-ADD-J
                   PERFORM 2750-ADD-TO-OPENING
               WHEN DRND-RUN-DATE NOT > WS-PERIOD-TO
                   PERFORM 2700-CLEAR-WORK-ITEM
                   SET DSW-ROUNDING TO TRUE
                   MOVE DRND-RUN-DATE TO DSW-DATE
                   MOVE DRND-ADJUST-AMOUNT TO DSW-G-AMOUNT
                   MOVE DRND-RUN-ID TO DSW-REASON
                   PERFORM 2720-WRITE-WORK-ITEM
           END-EVALUATE.

       2300-GATHER-EXCEPTIONS.
      *    An exception names only its TRAN-KEY; the department is
      *    on the master record - or, for a reversal, on the
      *    cross-reference entry of the posting it was backing out.
      *    Open items of any age are stuck, so none is left out for
      *    falling outside the period.
           OPEN INPUT VERBTRAN.
           IF WS-TRAN-IO-OK
               SET WS-TRAN-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT VERBS1-EXCEPTIONS.
           IF WS-EXC-FILE-FOUND
               PERFORM UNTIL WS-EXC-EOF
                   READ VERBS1-EXCEPTIONS
                       AT END SET WS-EXC-EOF TO TRUE
                   END-READ
                   IF NOT WS-EXC-EOF AND EXC-OPEN
                       ADD 1 TO WS-EXC-OPEN-READ
                       PERFORM 2310-FIND-EXCEPTION-DEPT
                       PERFORM 2320-FILE-EXCEPTION
                   END-IF
               END-PERFORM
               CLOSE VERBS1-EXCEPTIONS
           END-IF.
           IF WS-TRAN-AVAILABLE
               CLOSE VERBTRAN
           END-IF.

       2310-FIND-EXCEPTION-DEPT.
           MOVE SPACES TO WS-ITEM-DEPT-CODE.
           IF WS-TRAN-AVAILABLE
               MOVE EXC-TRAN-KEY TO TRAN-KEY
               READ VERBTRAN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TRAN-DETAIL-REC
                               MOVE TRAN-DEPT-CODE
                                   TO WS-ITEM-DEPT-CODE
                           WHEN TRAN-REVERSAL-REC
                               MOVE RVSL-ORIG-TRAN-KEY TO XRF-TRAN-KEY
                               MOVE RVSL-ORIG-RUN-DATE TO XRF-RUN-DATE
                               PERFORM 2350-READ-ORIGINAL-POSTING
                       END-EVALUATE
               END-READ
           END-IF.

       2320-FILE-EXCEPTION.
           IF WS-ITEM-DEPT-CODE = SPACES
               ADD 1 TO WS-EXC-UNATTRIBUTED
           ELSE
               PERFORM 2700-CLEAR-WORK-ITEM
               SET DSW-OPEN-EXCEPTION TO TRUE
               MOVE EXC-RUN-DATE TO DSW-DATE
               MOVE EXC-TRAN-KEY TO DSW-TRAN-KEY
               MOVE EXC-REASON TO DSW-REASON
               MOVE EXC-OVERFLOW-AMOUNT TO DSW-G-AMOUNT
               PERFORM 2720-WRITE-WORK-ITEM
           END-IF.

       2350-READ-ORIGINAL-POSTING.
      *    Callers set XRF-KEY to the original posting.
           IF WS-XRF-AVAILABLE
               READ VERBGLXR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-DEPT-CODE TO WS-ITEM-DEPT-CODE
               END-READ
           END-IF.

       2400-GATHER-SUSPENSE.
      *    The suspended master record rides inside the suspense
      *    record - type in byte 1, TRAN-KEY in 2-7, and either the
      *    department from byte 8 or, on a reversal, the original
      *    TRAN-KEY and run date from byte 8.
           OPEN INPUT VERBSUSP.
           IF WS-SUSP-FILE-FOUND
               PERFORM UNTIL WS-SUSP-EOF
                   READ VERBSUSP
                       AT END SET WS-SUSP-EOF TO TRUE
                   END-READ
                   IF NOT WS-SUSP-EOF
                       ADD 1 TO WS-SUSP-READ
                       PERFORM 2410-FILE-SUSPENSE-ITEM
                   END-IF
               END-PERFORM
               CLOSE VERBSUSP
           END-IF.

       2410-FILE-SUSPENSE-ITEM.
           MOVE SUSP-TRAN-REC (1:1) TO WS-SUSP-REC-TYPE.
           MOVE SUSP-TRAN-REC (2:6) TO WS-SUSP-TRAN-KEY.
           MOVE SPACES TO WS-ITEM-DEPT-CODE.
           IF WS-SUSP-REC-TYPE = "R"
               MOVE SUSP-TRAN-REC (8:6) TO WS-SUSP-ORIG-TRAN-KEY
               MOVE SUSP-TRAN-REC (14:8) TO WS-SUSP-ORIG-RUN-DATE
               MOVE WS-SUSP-ORIG-TRAN-KEY TO XRF-TRAN-KEY
               MOVE WS-SUSP-ORIG-RUN-DATE TO XRF-RUN-DATE
               PERFORM 2350-READ-ORIGINAL-POSTING
           ELSE
               MOVE SUSP-TRAN-REC (8:3) TO WS-ITEM-DEPT-CODE
           END-IF.
           IF WS-ITEM-DEPT-CODE = SPACES
               ADD 1 TO WS-SUSP-UNATTRIBUTED
           ELSE
               PERFORM 2700-CLEAR-WORK-ITEM
               SET DSW-PENDING-SUSPENSE TO TRUE
               MOVE SUSP-FIRST-DATE TO DSW-DATE
               MOVE WS-SUSP-TRAN-KEY TO DSW-TRAN-KEY
               MOVE SUSP-REASON TO DSW-REASON
               MOVE SUSP-CYCLE-COUNT TO DSW-CYCLES
               PERFORM 2720-WRITE-WORK-ITEM
           END-IF.

       2700-CLEAR-WORK-ITEM.
           MOVE WS-ITEM-DEPT-CODE TO DSW-DEPT-CODE.
           MOVE ZERO TO DSW-SECTION DSW-DATE DSW-TRAN-KEY DSW-SEQ
               DSW-REF-DATE DSW-G-AMOUNT DSW-J-AMOUNT DSW-CYCLES.
           MOVE SPACES TO DSW-REASON.

       2720-WRITE-WORK-ITEM.
      *    Every department an item is filed for gets its opening
      *    record too, so activity under a code not on the master
      *    can be found afterwards.
           ADD 1 TO WS-WORK-SEQ.
           MOVE WS-WORK-SEQ TO DSW-SEQ.
           WRITE WS-STMT-WORK-REC.
           MOVE ZERO TO WS-OPEN-ADD-G WS-OPEN-ADD-J.
           PERFORM 2750-ADD-TO-OPENING.

       2750-ADD-TO-OPENING.
           PERFORM 2700-CLEAR-WORK-ITEM.
           SET DSW-OPENING TO TRUE.
           MOVE "Y" TO WS-DSW-ON-FILE-SW.
           READ VERBDSWK
               INVALID KEY MOVE "N" TO WS-DSW-ON-FILE-SW
           END-READ.
           IF WS-DSW-ON-FILE
               ADD WS-OPEN-ADD-G TO DSW-G-AMOUNT
               ADD WS-OPEN-ADD-J TO DSW-J-AMOUNT
               REWRITE WS-STMT-WORK-REC
           ELSE
               PERFORM 2700-CLEAR-WORK-ITEM
               SET DSW-OPENING TO TRUE
               MOVE WS-OPEN-ADD-G TO DSW-G-AMOUNT
               MOVE WS-OPEN-ADD-J TO DSW-J-AMOUNT
               WRITE WS-STMT-WORK-REC
           END-IF.

       3000-PRINT-STATEMENTS.
           MOVE LOW-VALUES TO DEPT-CODE.
           START VERBDEPT KEY NOT LESS THAN DEPT-CODE
               INVALID KEY SET WS-DEPT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DEPT-EOF
               READ VERBDEPT NEXT
                   AT END SET WS-DEPT-EOF TO TRUE
               END-READ
               IF NOT WS-DEPT-EOF
                   ADD 1 TO WS-DEPTS-STATED
                   PERFORM 3100-PRINT-ONE-STATEMENT
               END-IF
           END-PERFORM.

       3100-PRINT-ONE-STATEMENT.
           MOVE ZERO TO WS-OPEN-G WS-OPEN-J WS-DTL-COUNT WS-DTL-G
               WS-DTL-J WS-RVS-COUNT WS-RVS-G WS-RVS-J WS-RND-COUNT
               WS-RND-G WS-CUR-SECTION WS-SECTION-ITEMS.
           IF DEPT-CLOSED
               MOVE "CLOSED" TO WS-DEPT-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-DEPT-STATUS-TEXT
           END-IF.
           IF DEPT-GL-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED" TO WS-GL-USAGE-TEXT
           ELSE
               MOVE "AUTHORIZED" TO WS-GL-USAGE-TEXT
           END-IF.
           MOVE SPACES TO WS-SUBJECT-TEXT.
           STRING "DEPARTMENT: " DEPT-CODE "  " DEPT-NAME
               "  STATUS: " WS-DEPT-STATUS-TEXT
               "  GL FEED: " WS-GL-USAGE-TEXT
               DELIMITED BY SIZE INTO WS-SUBJECT-TEXT.
           PERFORM 8100-PRINT-PAGE-HEADING.
           PERFORM 2700-CLEAR-WORK-ITEM.
           MOVE DEPT-CODE TO DSW-DEPT-CODE.
           SET DSW-OPENING TO TRUE.
           READ VERBDSWK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DSW-G-AMOUNT TO WS-OPEN-G
                   MOVE DSW-J-AMOUNT TO WS-OPEN-J
           END-READ.
           MOVE SPACES TO WS-STATEMENT-EXTRACT-REC.
           SET DSX-HEADING TO TRUE.
           MOVE DEPT-NAME TO DSX-DEPT-NAME.
           MOVE DEPT-STATUS TO DSX-DEPT-STATUS.
           MOVE DEPT-GL-USAGE TO DSX-DEPT-GL-USAGE.
           MOVE WS-RUN-DATE-YYYYMMDD TO DSX-STATEMENT-DATE.
           PERFORM 8300-WRITE-EXTRACT.
           MOVE "OPENING POSITION        :" TO RPT-TOT-CAPTION.
           MOVE ZERO TO RPT-TOT-COUNT.
           MOVE WS-OPEN-G TO RPT-TOT-G.
           MOVE WS-OPEN-J TO RPT-TOT-J.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE.
           MOVE 2 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-EXTRACT-REC.
           SET DSX-OPENING TO TRUE.
           MOVE ZERO TO DSX-RUN-DATE DSX-TRAN-KEY DSX-ORIG-RUN-DATE.
           MOVE WS-OPEN-G TO DSX-G-AMOUNT.
           MOVE WS-OPEN-J TO DSX-J-AMOUNT.
           PERFORM 8300-WRITE-EXTRACT.
      *    The department's items follow its opening record in key
      *    order, section by section.
           PERFORM 2700-CLEAR-WORK-ITEM.
           MOVE DEPT-CODE TO DSW-DEPT-CODE.
           MOVE 1 TO DSW-SECTION.
           MOVE "N" TO WS-DSW-EOF-SW.
           START VERBDSWK KEY NOT LESS THAN DSW-KEY
               INVALID KEY SET WS-DSW-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DSW-EOF
               READ VERBDSWK NEXT
                   AT END SET WS-DSW-EOF TO TRUE
               END-READ
               IF NOT WS-DSW-EOF
                   IF DSW-DEPT-CODE = DEPT-CODE
                       MOVE DSW-SECTION TO WS-TARGET-SECTION
                       PERFORM 3200-ADVANCE-SECTION
                       PERFORM 3300-PRINT-STATEMENT-ITEM
                   ELSE
                       SET WS-DSW-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 6 TO WS-TARGET-SECTION.
           PERFORM 3200-ADVANCE-SECTION.

       3200-ADVANCE-SECTION.
      *    Opens each section in turn up to the item's own, so every
      *    section prints - "NONE" under an empty one - and the
      *    period totals come between the postings and what is
      *    stuck.
           PERFORM UNTIL WS-CUR-SECTION NOT < WS-TARGET-SECTION
               IF WS-CUR-SECTION > ZERO AND WS-SECTION-ITEMS = ZERO
                   MOVE WS-RPT-NONE-LINE TO WS-PRINT-LINE
                   MOVE 1 TO WS-LINE-SPACING
                   PERFORM 8050-WRITE-STATEMENT-LINE
               END-IF
               ADD 1 TO WS-CUR-SECTION
               MOVE ZERO TO WS-SECTION-ITEMS
               IF WS-CUR-SECTION = 4
                   PERFORM 3500-PRINT-PERIOD-TOTALS
               END-IF
               IF WS-CUR-SECTION < 6
                   PERFORM 3250-PRINT-SECTION-HEADING
               END-IF
           END-PERFORM.

       3250-PRINT-SECTION-HEADING.
           EVALUATE WS-CUR-SECTION
               WHEN 1
                   MOVE "DETAILS POSTED IN THE PERIOD" TO RPT-SEC-TITLE
               WHEN 2
                   MOVE "REVERSALS POSTED IN THE PERIOD"
                       TO RPT-SEC-TITLE
               WHEN 3
                   MOVE "ROUNDING ADJUSTMENTS ATTRIBUTED"
                       TO RPT-SEC-TITLE
               WHEN 4
                   MOVE "OPEN VERBS1 EXCEPTIONS" TO RPT-SEC-TITLE
               WHEN 5
                   MOVE "PENDING EDIT-SUSPENSE ITEMS" TO RPT-SEC-TITLE
           END-EVALUATE.
           MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE.
           MOVE 2 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.
           EVALUATE WS-CUR-SECTION
               WHEN 4
                   MOVE "       EXPOSURE" TO RPT-IHD-AMOUNT
                   MOVE SPACES TO RPT-IHD-CYCLES
                   MOVE WS-RPT-ITEM-HEADING-LINE TO WS-PRINT-LINE
               WHEN 5
                   MOVE SPACES TO RPT-IHD-AMOUNT
                   MOVE "  CYCLES" TO RPT-IHD-CYCLES
                   MOVE WS-RPT-ITEM-HEADING-LINE TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE WS-RPT-POSTING-HEADING-LINE TO WS-PRINT-LINE
           END-EVALUATE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.

       3300-PRINT-STATEMENT-ITEM.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE SPACES TO WS-STATEMENT-EXTRACT-REC.
           EVALUATE TRUE
               WHEN DSW-POSTED-DETAIL
                   ADD 1 TO WS-DTL-COUNT
                   ADD DSW-G-AMOUNT TO WS-DTL-G
                   ADD DSW-J-AMOUNT TO WS-DTL-J
                   SET DSX-POSTED-DETAIL TO TRUE
                   PERFORM 3310-PRINT-POSTING-ITEM
               WHEN DSW-REVERSAL
                   ADD 1 TO WS-RVS-COUNT
                   ADD DSW-G-AMOUNT TO WS-RVS-G
                   ADD DSW-J-AMOUNT TO WS-RVS-J
                   SET DSX-REVERSAL TO TRUE
                   PERFORM 3310-PRINT-POSTING-ITEM
               WHEN DSW-ROUNDING
                   ADD 1 TO WS-RND-COUNT
                   ADD DSW-G-AMOUNT TO WS-RND-G
                   SET DSX-ROUNDING TO TRUE
                   PERFORM 3310-PRINT-POSTING-ITEM
               WHEN DSW-OPEN-EXCEPTION
                   SET DSX-OPEN-EXCEPTION TO TRUE
                   PERFORM 3320-PRINT-STUCK-ITEM
               WHEN DSW-PENDING-SUSPENSE
                   SET DSX-PENDING-SUSPENSE TO TRUE
                   PERFORM 3320-PRINT-STUCK-ITEM
           END-EVALUATE.

       3310-PRINT-POSTING-ITEM.
           MOVE DSW-DATE TO RPT-PST-DATE.
           MOVE SPACES TO RPT-PST-TRAN-KEY RPT-PST-ORIG-DATE
               RPT-PST-J.
           IF NOT DSW-ROUNDING
               MOVE DSW-TRAN-KEY TO RPT-PST-TRAN-KEY
               MOVE DSW-J-AMOUNT TO WS-J-EDIT
               MOVE WS-J-EDIT TO RPT-PST-J
           END-IF.
           IF DSW-REVERSAL
               MOVE DSW-REF-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO RPT-PST-ORIG-DATE
           END-IF.
           MOVE DSW-G-AMOUNT TO RPT-PST-G.
           MOVE WS-RPT-POSTING-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.
           MOVE DSW-DATE TO DSX-RUN-DATE.
           MOVE DSW-TRAN-KEY TO DSX-TRAN-KEY.
           MOVE DSW-REF-DATE TO DSX-ORIG-RUN-DATE.
           MOVE DSW-G-AMOUNT TO DSX-G-AMOUNT.
           MOVE DSW-J-AMOUNT TO DSX-J-AMOUNT.
           PERFORM 8300-WRITE-EXTRACT.

       3320-PRINT-STUCK-ITEM.
           IF DSW-DATE = ZERO
               MOVE ZERO TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE (DSW-DATE)
           END-IF.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE DSW-DATE TO RPT-ITM-DATE.
           MOVE DSW-TRAN-KEY TO RPT-ITM-TRAN-KEY.
           MOVE DSW-REASON TO RPT-ITM-REASON.
           MOVE WS-AGE-DAYS TO RPT-ITM-AGE.
           MOVE SPACES TO RPT-ITM-AMOUNT RPT-ITM-CYCLES.
           IF DSW-OPEN-EXCEPTION
               MOVE DSW-G-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-ITM-AMOUNT
           ELSE
               MOVE DSW-CYCLES TO WS-CYCLES-EDIT
               MOVE WS-CYCLES-EDIT TO RPT-ITM-CYCLES
           END-IF.
           MOVE WS-RPT-ITEM-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.
           MOVE DSW-DATE TO DSX-ITEM-DATE.
           MOVE DSW-TRAN-KEY TO DSX-ITEM-TRAN-KEY.
           MOVE DSW-REASON TO DSX-ITEM-REASON.
           MOVE DSW-G-AMOUNT TO DSX-ITEM-AMOUNT.
           MOVE WS-AGE-DAYS TO DSX-ITEM-AGE-DAYS.
           MOVE DSW-CYCLES TO DSX-ITEM-CYCLES.
           PERFORM 8300-WRITE-EXTRACT.

       3500-PRINT-PERIOD-TOTALS.
      *    Period G is what the department's postings, reversals,
      *    and rounding share came to; the closing position carries
      *    the opening forward by it.
           COMPUTE WS-PERIOD-G = WS-DTL-G + WS-RVS-G + WS-RND-G.
           COMPUTE WS-PERIOD-J = WS-DTL-J + WS-RVS-J.
           COMPUTE WS-CLOSE-G = WS-OPEN-G + WS-PERIOD-G.
           COMPUTE WS-CLOSE-J = WS-OPEN-J + WS-PERIOD-J.
           MOVE "PERIOD TOTALS" TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE.
           MOVE 2 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.
           MOVE "DETAILS POSTED          :" TO RPT-TOT-CAPTION.
           MOVE WS-DTL-COUNT TO RPT-TOT-COUNT.
           MOVE WS-DTL-G TO RPT-TOT-G.
           MOVE WS-DTL-J TO RPT-TOT-J.
           PERFORM 3510-PRINT-TOTAL-LINE.
           MOVE "REVERSALS POSTED        :" TO RPT-TOT-CAPTION.
           MOVE WS-RVS-COUNT TO RPT-TOT-COUNT.
           MOVE WS-RVS-G TO RPT-TOT-G.
           MOVE WS-RVS-J TO RPT-TOT-J.
           PERFORM 3510-PRINT-TOTAL-LINE.
           MOVE "ROUNDING ADJUSTMENTS    :" TO RPT-TOT-CAPTION.
           MOVE WS-RND-COUNT TO RPT-TOT-COUNT.
           MOVE WS-RND-G TO RPT-TOT-G.
           MOVE ZERO TO RPT-TOT-J.
           PERFORM 3510-PRINT-TOTAL-LINE.
           MOVE "PERIOD G AND J          :" TO RPT-TOT-CAPTION.
           MOVE ZERO TO RPT-TOT-COUNT.
           MOVE WS-PERIOD-G TO RPT-TOT-G.
           MOVE WS-PERIOD-J TO RPT-TOT-J.
           PERFORM 3510-PRINT-TOTAL-LINE.
           MOVE "CLOSING POSITION        :" TO RPT-TOT-CAPTION.
           MOVE WS-CLOSE-G TO RPT-TOT-G.
           MOVE WS-CLOSE-J TO RPT-TOT-J.
           PERFORM 3510-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-STATEMENT-EXTRACT-REC.
           SET DSX-PERIOD-TOTALS TO TRUE.
           MOVE WS-DTL-COUNT TO DSX-DETAIL-COUNT.
           MOVE WS-RVS-COUNT TO DSX-RVSL-COUNT.
           MOVE WS-RND-G TO DSX-ROUNDING-G.
           MOVE WS-PERIOD-G TO DSX-PERIOD-G.
           MOVE WS-PERIOD-J TO DSX-PERIOD-J.
           MOVE WS-CLOSE-G TO DSX-CLOSING-G.
           MOVE WS-CLOSE-J TO DSX-CLOSING-J.
           PERFORM 8300-WRITE-EXTRACT.

       3510-PRINT-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.

       4000-CHECK-UNKNOWN-DEPTS.
      *    Opening records exist for every code anything was filed
      *    under; one with no department master record was left off
      *    the statements and is listed on the control page.
           MOVE SPACES TO WS-SUBJECT-TEXT.
           MOVE "STATEMENT RUN CONTROLS" TO WS-SUBJECT-TEXT.
           PERFORM 8100-PRINT-PAGE-HEADING.
           MOVE "CODES WITH ACTIVITY NOT ON VERBDEPT - NOT STATED"
               TO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE.
           MOVE 2 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.
           MOVE LOW-VALUES TO DSW-KEY.
           MOVE "N" TO WS-DSW-EOF-SW.
           START VERBDSWK KEY NOT LESS THAN DSW-KEY
               INVALID KEY SET WS-DSW-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DSW-EOF
               READ VERBDSWK NEXT
                   AT END SET WS-DSW-EOF TO TRUE
               END-READ
               IF NOT WS-DSW-EOF AND DSW-OPENING
                   MOVE DSW-DEPT-CODE TO DEPT-CODE
                   READ VERBDEPT
                       INVALID KEY PERFORM 4100-LIST-UNKNOWN-DEPT
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-UNKNOWN-DEPTS = ZERO
               MOVE WS-RPT-NONE-LINE TO WS-PRINT-LINE
               MOVE 1 TO WS-LINE-SPACING
               PERFORM 8050-WRITE-STATEMENT-LINE
           END-IF.

       4100-LIST-UNKNOWN-DEPT.
           ADD 1 TO WS-UNKNOWN-DEPTS.
           MOVE SPACES TO RPT-SEC-TITLE.
           STRING "  CODE " DSW-DEPT-CODE
               DELIMITED BY SIZE INTO RPT-SEC-TITLE.
           MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.

       8050-WRITE-STATEMENT-LINE.
      *    Callers stage the line in WS-PRINT-LINE, since a page
      *    heading may have to go out ahead of it.
           IF WS-LINES-ON-PAGE + WS-LINE-SPACING > 55
               PERFORM 8100-PRINT-PAGE-HEADING
               MOVE 2 TO WS-LINE-SPACING
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING WS-LINE-SPACING LINES.
           ADD WS-LINE-SPACING TO WS-LINES-ON-PAGE.

       8100-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           IF WS-PAGE-NO = 1
               WRITE RPT-PRINT-REC
           ELSE
               WRITE RPT-PRINT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-SUBJECT-TEXT TO RPT-SUBJ-TEXT.
           MOVE WS-RPT-SUBJECT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINES-ON-PAGE.

       8300-WRITE-EXTRACT.
           MOVE DEPT-CODE TO DSX-DEPT-CODE.
           MOVE WS-STMT-PERIOD TO DSX-PERIOD.
           WRITE WS-STATEMENT-EXTRACT-REC.

       9000-TERMINATE.
           IF WS-DEPT-AVAILABLE
               MOVE "DEPARTMENTS STATED            :" TO RPT-CTL-CAPTION
               MOVE WS-DEPTS-STATED TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "CROSS-REFERENCE ENTRIES READ  :" TO RPT-CTL-CAPTION
               MOVE WS-XRF-READ TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "ROUNDING RECORDS READ         :" TO RPT-CTL-CAPTION
               MOVE WS-DRND-READ TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "OPEN EXCEPTIONS READ          :" TO RPT-CTL-CAPTION
               MOVE WS-EXC-OPEN-READ TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "  NO DEPARTMENT FOUND         :" TO RPT-CTL-CAPTION
               MOVE WS-EXC-UNATTRIBUTED TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "SUSPENSE ITEMS READ           :" TO RPT-CTL-CAPTION
               MOVE WS-SUSP-READ TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               MOVE "  NO DEPARTMENT FOUND         :" TO RPT-CTL-CAPTION
               MOVE WS-SUSP-UNATTRIBUTED TO RPT-CTL-VALUE
               PERFORM 9100-PRINT-CONTROL-LINE
               IF WS-UNKNOWN-DEPTS > ZERO
                       OR WS-EXC-UNATTRIBUTED > ZERO
                       OR WS-SUSP-UNATTRIBUTED > ZERO
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               IF WS-XRF-AVAILABLE
                   CLOSE VERBGLXR
               END-IF
               CLOSE VERBDSWK
               CLOSE VERBDEPT
           ELSE
               MOVE SPACES TO WS-SUBJECT-TEXT
               MOVE "NO DEPARTMENT MASTER ON HAND - NO STATEMENTS"
                   TO WS-SUBJECT-TEXT
               PERFORM 8100-PRINT-PAGE-HEADING
           END-IF.
           CLOSE VERBDSTX.
           CLOSE VERBDSTM-RPT.

       9100-PRINT-CONTROL-LINE.
           MOVE WS-RPT-CONTROL-LINE TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-SPACING.
           PERFORM 8050-WRITE-STATEMENT-LINE.

       END PROGRAM VERBDSTM.
