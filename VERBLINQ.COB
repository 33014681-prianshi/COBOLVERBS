      * Date:
      * Purpose: Transaction lineage inquiry. One TRAN-KEY in, the
      *          full story out in time order per source: the
      *          current master values, last maintenance date and
      *          effective date from VERBTRAN, every keying/audit
      *          event with user and approver from VERBAUDT, every
      *          exception and its worked status from VERBS1EXC,
      *          and every GL detail and reversal row with run dates
      *          from VERBGL - the four files a departmental query
      *          used to mean dumping by hand. Each line shows on the
      *          operator's screen and is written to VERBLINQ.PRT,
      *          so one session leaves a printable audit package
      *          behind. Keys are asked for until zero is entered;
      *          the audit and exception files are append-order, so
      *          each section already reads oldest to newest.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  RPT-MST-I        PIC Z9.
           05  FILLER           PIC X(13) VALUE "  LAST MAINT:".
           05  RPT-MST-MAINT    PIC 9999/99/99.
           05  FILLER           PIC X(12) VALUE "  EFFECTIVE:".
           05  RPT-MST-EFF-DATE PIC 9999/99/99.
       01  WS-RPT-RVSLKEY-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  FILLER           PIC X(34) VALUE
                   MOVE OP-H TO RPT-MST-H
                   MOVE OP-I TO RPT-MST-I
                   MOVE TRAN-LAST-MAINT-DATE TO RPT-MST-MAINT
                   MOVE TRAN-EFFECTIVE-DATE TO RPT-MST-EFF-DATE
                   MOVE WS-RPT-MASTER-LINE TO RPT-PRINT-REC
                   PERFORM 8000-EMIT-LINE
               WHEN TRAN-REVERSAL-REC
