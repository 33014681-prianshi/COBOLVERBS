      ******************************************************************
      * Author:
      * Date:
      * Purpose: Future-dated transaction listing for supervisors.
      *          Reads the keyed VERBTRAN master and lists every
      *          detail record whose effective date is still ahead
      *          of the process date - the records VERBEDIT holds on
      *          the master rather than accepting - in effective-date
      *          order and by department within each date, with a
      *          department subtotal, a total per effective date,
      *          and a grand total, so month-start volume is visible
      *          before it arrives. Department names come from the
      *          VERBDEPT master when one is on hand. The process
      *          date comes from PARM-PROCESS-DATE when one is keyed,
      *          otherwise the current date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBFUTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERBTRAN ASSIGN TO "VERBTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT VERBFUTR-RPT ASSIGN TO "VERBFUTR.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERBTRAN.
       COPY VERBTRAN.
       FD  VERBPARM
           RECORDING MODE IS F.
       COPY VERBPARM.
       FD  VERBDEPT.
       COPY VERBDEPT.
       FD  VERBFUTR-RPT
           RECORDING MODE IS F.
       01  RPT-PRINT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-HEADER-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(29) VALUE
               "FUTURE-DATED TRANSACTIONS    ".
           05  FILLER           PIC X(13) VALUE "PROCESS DATE:".
           05  RPT-HDR-RUN-DATE PIC 9999/99/99.
       01  WS-RPT-COLUMN-HEADING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(12) VALUE "EFFECTIVE".
           05  FILLER           PIC X(06) VALUE "DEPT".
           05  FILLER           PIC X(08) VALUE "TRAN KEY".
           05  FILLER           PIC X(06) VALUE "     A".
           05  FILLER           PIC X(06) VALUE "     B".
           05  FILLER           PIC X(06) VALUE "     C".
           05  FILLER           PIC X(06) VALUE "     D".
           05  FILLER           PIC X(15) VALUE "              E".
           05  FILLER           PIC X(15) VALUE "              H".
           05  FILLER           PIC X(11) VALUE " DAYS TO GO".
       01  WS-RPT-DETAIL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DTL-EFF-DATE PIC 9999/99/99.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-DEPT     PIC X(3).
           05  FILLER           PIC X(03) VALUE SPACES.
           05  RPT-DTL-TRAN-KEY PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-A        PIC ZZZZZ9.
           05  RPT-DTL-B        PIC ZZZZZ9.
           05  RPT-DTL-C        PIC ZZZZZ9.
           05  RPT-DTL-D        PIC ZZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-E        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  RPT-DTL-H        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(05) VALUE SPACES.
           05  RPT-DTL-DAYS     PIC ZZZZZ9.
       01  WS-RPT-DEPT-TOTAL-LINE.
           05  FILLER           PIC X(13) VALUE SPACES.
           05  FILLER           PIC X(05) VALUE "DEPT ".
           05  RPT-DTT-DEPT     PIC X(3).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-DTT-NAME     PIC X(25).
           05  FILLER           PIC X(08) VALUE " ITEMS: ".
           05  RPT-DTT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(04) VALUE "  E:".
           05  RPT-DTT-E        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(04) VALUE "  H:".
           05  RPT-DTT-H        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-DATE-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(12) VALUE "TOTAL DATE  ".
           05  RPT-DAT-EFF-DATE PIC 9999/99/99.
           05  FILLER           PIC X(25) VALUE SPACES.
           05  FILLER           PIC X(08) VALUE " ITEMS: ".
           05  RPT-DAT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(04) VALUE "  E:".
           05  RPT-DAT-E        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(04) VALUE "  H:".
           05  RPT-DAT-H        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-GRAND-TOTAL-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(26) VALUE
               "LISTED E / H TOTALS     :".
           05  FILLER           PIC X(03) VALUE "E:".
           05  RPT-GRD-E        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X(04) VALUE "  H:".
           05  RPT-GRD-H        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-SECTION-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SEC-TITLE    PIC X(50).
       01  WS-RPT-SUMMARY-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-SUM-CAPTION  PIC X(26).
           05  RPT-SUM-VALUE    PIC Z,ZZZ,ZZ9.
       01 WS-TRAN-FILE-STATUS PIC XX.
           88  WS-TRAN-IO-OK                VALUE "00".
           88  WS-TRAN-FILE-NOT-FOUND       VALUE "35".
       01 WS-PARM-FILE-STATUS PIC XX.
           88  WS-PARM-FILE-FOUND           VALUE "00".
           88  WS-PARM-FILE-NOT-FOUND       VALUE "35".
       01 WS-DEPT-FILE-STATUS PIC XX.
           88  WS-DEPT-FILE-FOUND           VALUE "00".
           88  WS-DEPT-FILE-NOT-FOUND       VALUE "35".
       01 WS-RPT-FILE-STATUS PIC XX.
      *    Optional the same way it is for VERBEDIT - without a
      *    department master the listing prints codes only.
       01 WS-DEPT-AVAILABLE-SW PIC X VALUE "N".
           88  WS-DEPT-AVAILABLE            VALUE "Y".
       01 WS-TRAN-EOF-SW PIC X VALUE "N".
           88  WS-TRAN-EOF                  VALUE "Y".
       01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-DAYS-TO-GO PIC S9(5).
       01 WS-DETAIL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FUTURE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FUT-LOST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-DEPT PIC X(3) VALUE SPACES.
       01 WS-DEPT-ITEM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEPT-E-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DEPT-H-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DATE-ITEM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DATE-E-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DATE-H-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-E-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-H-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DATE-GROUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FUT-SUB PIC 9(4).
       01 WS-FUT-INSERT-SUB PIC 9(4).
       01 WS-FUT-MAX PIC 9(4) VALUE ZERO.
       01 WS-FUT-SLOT-FOUND-SW PIC X.
           88  WS-FUT-SLOT-FOUND            VALUE "Y".
       01 WS-NEW-SORT-KEY.
           05  WS-NEW-EFF-DATE      PIC 9(8).
           05  WS-NEW-DEPT          PIC X(3).
           05  WS-NEW-TRAN-KEY      PIC 9(6).
      *    Held details in listing order - effective date, then
      *    department, then key - kept in order as they are read, so
      *    the keyed master needs only one pass. Items past the
      *    table are still counted and the shortfall is printed,
      *    never silent.
       01 WS-FUTURE-TABLE.
           05  WS-FUTURE-ENTRY OCCURS 2000 TIMES.
               10  WS-FUT-SORT-KEY.
                   15  WS-FUT-EFF-DATE  PIC 9(8).
                   15  WS-FUT-DEPT      PIC X(3).
                   15  WS-FUT-TRAN-KEY  PIC 9(6).
               10  WS-FUT-A             PIC 999.
               10  WS-FUT-B             PIC 999.
               10  WS-FUT-C             PIC 999.
               10  WS-FUT-D             PIC 999.
               10  WS-FUT-E             PIC S9(7)V99.
               10  WS-FUT-H             PIC S9(7)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COLLECT-FUTURE-ITEMS.
           PERFORM 3000-PRINT-LISTING.
           PERFORM 9000-TERMINATE.
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
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
               TO WS-RUN-DATE-INT.
           OPEN INPUT VERBDEPT.
           IF WS-DEPT-FILE-FOUND
               SET WS-DEPT-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT VERBFUTR-RPT.
           MOVE WS-RUN-DATE-YYYYMMDD TO RPT-HDR-RUN-DATE.
           MOVE WS-RPT-HEADER-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC.

       2000-COLLECT-FUTURE-ITEMS.
      *    Only a detail can be future-dated - reversals and the
      *    trailer carry no effective date - and an effective date
      *    on or before the process date is already due.
           OPEN INPUT VERBTRAN.
           IF WS-TRAN-FILE-NOT-FOUND
               MOVE "NO TRANSACTION MASTER ON HAND" TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
           ELSE
               PERFORM UNTIL WS-TRAN-EOF
                   READ VERBTRAN NEXT
                       AT END SET WS-TRAN-EOF TO TRUE
                   END-READ
                   IF NOT WS-TRAN-EOF AND TRAN-DETAIL-REC
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       IF TRAN-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD
                           ADD 1 TO WS-FUTURE-COUNT
                           PERFORM 2100-TABLE-FUTURE-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VERBTRAN
           END-IF.

       2100-TABLE-FUTURE-ITEM.
           IF WS-FUT-MAX NOT < 2000
               ADD 1 TO WS-FUT-LOST-COUNT
           ELSE
               MOVE TRAN-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
               MOVE TRAN-DEPT-CODE TO WS-NEW-DEPT
               MOVE TRAN-KEY TO WS-NEW-TRAN-KEY
               PERFORM 2150-OPEN-TABLE-SLOT
               MOVE WS-NEW-SORT-KEY
                   TO WS-FUT-SORT-KEY (WS-FUT-INSERT-SUB)
               MOVE OP-A TO WS-FUT-A (WS-FUT-INSERT-SUB)
               MOVE OP-B TO WS-FUT-B (WS-FUT-INSERT-SUB)
               MOVE OP-C TO WS-FUT-C (WS-FUT-INSERT-SUB)
               MOVE OP-D TO WS-FUT-D (WS-FUT-INSERT-SUB)
               MOVE OP-E TO WS-FUT-E (WS-FUT-INSERT-SUB)
               MOVE OP-H TO WS-FUT-H (WS-FUT-INSERT-SUB)
           END-IF.

       2150-OPEN-TABLE-SLOT.
      *    Walk down from the last entry, moving each later-sorting
      *    entry up one place, until the new item's place is found.
           ADD 1 TO WS-FUT-MAX.
           MOVE WS-FUT-MAX TO WS-FUT-INSERT-SUB.
           MOVE "N" TO WS-FUT-SLOT-FOUND-SW.
           PERFORM UNTIL WS-FUT-SLOT-FOUND
               IF WS-FUT-INSERT-SUB = 1
                   SET WS-FUT-SLOT-FOUND TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-FUT-INSERT-SUB GIVING WS-FUT-SUB
                   IF WS-FUT-SORT-KEY (WS-FUT-SUB) > WS-NEW-SORT-KEY
                       MOVE WS-FUTURE-ENTRY (WS-FUT-SUB)
                           TO WS-FUTURE-ENTRY (WS-FUT-INSERT-SUB)
                       MOVE WS-FUT-SUB TO WS-FUT-INSERT-SUB
                   ELSE
                       SET WS-FUT-SLOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3000-PRINT-LISTING.
           IF WS-FUT-MAX = ZERO
               MOVE "NO FUTURE-DATED TRANSACTIONS ON THE MASTER"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-RPT-COLUMN-HEADING-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-FUT-SUB FROM 1 BY 1
                       UNTIL WS-FUT-SUB > WS-FUT-MAX
                   PERFORM 3100-CHECK-CONTROL-BREAKS
                   PERFORM 3200-PRINT-DETAIL-LINE
               END-PERFORM
               PERFORM 3300-PRINT-DEPT-TOTAL
               PERFORM 3400-PRINT-DATE-TOTAL
           END-IF.

       3100-CHECK-CONTROL-BREAKS.
      *    A new date closes both the department and the date
      *    groups; a new department within the same date closes
      *    only its department group.
           IF WS-FUT-SUB > 1
               IF WS-FUT-EFF-DATE (WS-FUT-SUB) NOT = WS-PRIOR-EFF-DATE
                   PERFORM 3300-PRINT-DEPT-TOTAL
                   PERFORM 3400-PRINT-DATE-TOTAL
               ELSE
                   IF WS-FUT-DEPT (WS-FUT-SUB) NOT = WS-PRIOR-DEPT
                       PERFORM 3300-PRINT-DEPT-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE WS-FUT-EFF-DATE (WS-FUT-SUB) TO WS-PRIOR-EFF-DATE.
           MOVE WS-FUT-DEPT (WS-FUT-SUB) TO WS-PRIOR-DEPT.

       3200-PRINT-DETAIL-LINE.
           MOVE WS-FUT-EFF-DATE (WS-FUT-SUB) TO RPT-DTL-EFF-DATE.
           MOVE WS-FUT-DEPT (WS-FUT-SUB) TO RPT-DTL-DEPT.
           MOVE WS-FUT-TRAN-KEY (WS-FUT-SUB) TO RPT-DTL-TRAN-KEY.
           MOVE WS-FUT-A (WS-FUT-SUB) TO RPT-DTL-A.
           MOVE WS-FUT-B (WS-FUT-SUB) TO RPT-DTL-B.
           MOVE WS-FUT-C (WS-FUT-SUB) TO RPT-DTL-C.
           MOVE WS-FUT-D (WS-FUT-SUB) TO RPT-DTL-D.
           MOVE WS-FUT-E (WS-FUT-SUB) TO RPT-DTL-E.
           MOVE WS-FUT-H (WS-FUT-SUB) TO RPT-DTL-H.
           COMPUTE WS-DAYS-TO-GO =
               FUNCTION INTEGER-OF-DATE (WS-FUT-EFF-DATE (WS-FUT-SUB))
               - WS-RUN-DATE-INT.
           MOVE WS-DAYS-TO-GO TO RPT-DTL-DAYS.
           MOVE WS-RPT-DETAIL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DEPT-ITEM-COUNT.
           ADD WS-FUT-E (WS-FUT-SUB) TO WS-DEPT-E-TOTAL.
           ADD WS-FUT-H (WS-FUT-SUB) TO WS-DEPT-H-TOTAL.

       3300-PRINT-DEPT-TOTAL.
           MOVE WS-PRIOR-DEPT TO RPT-DTT-DEPT.
           MOVE SPACES TO RPT-DTT-NAME.
           IF WS-DEPT-AVAILABLE
               MOVE WS-PRIOR-DEPT TO DEPT-CODE
               READ VERBDEPT
                   INVALID KEY
                       MOVE "*NOT ON DEPT MASTER*" TO RPT-DTT-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO RPT-DTT-NAME
               END-READ
           END-IF.
           MOVE WS-DEPT-ITEM-COUNT TO RPT-DTT-COUNT.
           MOVE WS-DEPT-E-TOTAL TO RPT-DTT-E.
           MOVE WS-DEPT-H-TOTAL TO RPT-DTT-H.
           MOVE WS-RPT-DEPT-TOTAL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           ADD WS-DEPT-ITEM-COUNT TO WS-DATE-ITEM-COUNT.
           ADD WS-DEPT-E-TOTAL TO WS-DATE-E-TOTAL.
           ADD WS-DEPT-H-TOTAL TO WS-DATE-H-TOTAL.
           MOVE ZERO TO WS-DEPT-ITEM-COUNT.
           MOVE ZERO TO WS-DEPT-E-TOTAL WS-DEPT-H-TOTAL.

       3400-PRINT-DATE-TOTAL.
           MOVE WS-PRIOR-EFF-DATE TO RPT-DAT-EFF-DATE.
           MOVE WS-DATE-ITEM-COUNT TO RPT-DAT-COUNT.
           MOVE WS-DATE-E-TOTAL TO RPT-DAT-E.
           MOVE WS-DATE-H-TOTAL TO RPT-DAT-H.
           MOVE WS-RPT-DATE-TOTAL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DATE-GROUP-COUNT.
           ADD WS-DATE-E-TOTAL TO WS-GRAND-E-TOTAL.
           ADD WS-DATE-H-TOTAL TO WS-GRAND-H-TOTAL.
           MOVE ZERO TO WS-DATE-ITEM-COUNT.
           MOVE ZERO TO WS-DATE-E-TOTAL WS-DATE-H-TOTAL.

       9000-TERMINATE.
           IF WS-DEPT-AVAILABLE
               CLOSE VERBDEPT
           END-IF.
           MOVE "DETAILS ON MASTER       :" TO RPT-SUM-CAPTION.
           MOVE WS-DETAIL-READ-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE "FUTURE-DATED DETAILS    :" TO RPT-SUM-CAPTION.
           MOVE WS-FUTURE-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "EFFECTIVE DATES PENDING :" TO RPT-SUM-CAPTION.
           MOVE WS-DATE-GROUP-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-E-TOTAL TO RPT-GRD-E.
           MOVE WS-GRAND-H-TOTAL TO RPT-GRD-H.
           MOVE WS-RPT-GRAND-TOTAL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           IF WS-FUT-LOST-COUNT > ZERO
               MOVE "ITEMS PAST THE TABLE    :" TO RPT-SUM-CAPTION
               MOVE WS-FUT-LOST-COUNT TO RPT-SUM-VALUE
               MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
               MOVE "ITEMS PAST THE TABLE ARE NOT LISTED ABOVE"
                   TO RPT-SEC-TITLE
               MOVE WS-RPT-SECTION-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE VERBFUTR-RPT.

       END PROGRAM VERBFUTR.
