      *          suspense and cycles per entry, with anything past
      *          the shop-set cycle limit flagged for a supervisor
      *          decision and the run ended with a warning code.
      *          A detail whose effective date is still ahead of the
      *          process date is neither accepted nor suspended: it
      *          stays on the master, counts in the master trailer
      *          proof (it is on the master) but never in the
      *          accepted trailer, and is listed in a held-for-
      *          future-date section of the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY VERBTRAN.
       FD  VERBACPT
           RECORDING MODE IS F.
       01  ACPT-TRAN-REC            PIC X(50).
       FD  VERBSUSP
           RECORDING MODE IS F.
       COPY VERBSUSP.
       01  WS-RPT-TEXT-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-TXT-TEXT     PIC X(50).
       01  WS-RPT-HELD-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-HLD-TRAN-KEY PIC ZZZZZ9.
           05  FILLER           PIC X(07) VALUE "  DEPT:".
           05  RPT-HLD-DEPT     PIC X(3).
           05  FILLER           PIC X(12) VALUE "  EFFECTIVE:".
           05  RPT-HLD-EFF-DATE PIC 9999/99/99.
           05  FILLER           PIC X(13) VALUE "  DAYS TO GO:".
           05  RPT-HLD-DAYS     PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE "  A:".
           05  RPT-HLD-A        PIC ZZ9.
       01  WS-RPT-AGING-LINE.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RPT-AGE-TRAN-KEY PIC ZZZZZ9.
       01 WS-ACCEPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RVSL-PASS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUSPEND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-HASH PIC 9(9) VALUE ZERO.
       01 WS-SUSP-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUSP-DETAIL-HASH PIC 9(9) VALUE ZERO.
       01 WS-DISPOSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DISPOSED-HASH PIC 9(9) VALUE ZERO.
       01 WS-DAYS-TO-GO PIC S9(5).
       01 WS-ACCEPT-HASH PIC 9(9) VALUE ZERO.
       01 WS-READ-HASH PIC 9(9) VALUE ZERO.
       01 WS-CTL-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
      *    Reversal records ride through with their own light edits;
      *    they stay outside the trailer count/hash, which covers
      *    details only.
      *    A future-dated detail is still read into the master proof
      *    totals - it is on the master the trailer covers - but is
      *    held back from both the edits and the accepted file.
           EVALUATE TRUE
               WHEN TRAN-DETAIL-REC
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-DETAIL-READ-COUNT
                   ADD OP-A TO WS-READ-HASH
                   IF TRAN-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD
                       ADD 1 TO WS-HELD-COUNT
                       ADD OP-A TO WS-HELD-HASH
                   ELSE
                       PERFORM 2100-APPLY-EDITS
                       IF WS-REJECT-REASON = SPACES
                           PERFORM 2200-WRITE-ACCEPTED
                       ELSE
                           PERFORM 2300-WRITE-SUSPENSE
                       END-IF
                   END-IF
               WHEN TRAN-TRAILER-REC
                   PERFORM 2900-CAPTURE-MASTER-TRAILER
           PERFORM 2350-AGE-SUSPENSE-ENTRY.
           WRITE WS-SUSPENSE-REC.
           ADD 1 TO WS-SUSPEND-COUNT.
           IF TRAN-DETAIL-REC
               ADD 1 TO WS-SUSP-DETAIL-COUNT
               ADD OP-A TO WS-SUSP-DETAIL-HASH
           END-IF.
           MOVE TRAN-KEY TO RPT-REJ-TRAN-KEY.
           MOVE WS-REJECT-REASON TO RPT-REJ-REASON.
           MOVE WS-RPT-REJECT-LINE TO RPT-PRINT-REC.
           MOVE WS-SUSPEND-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "HELD FOR FUTURE DATE    :" TO RPT-SUM-CAPTION.
           MOVE WS-HELD-COUNT TO RPT-SUM-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           SUBTRACT WS-CARRIED-COUNT FROM WS-PRIOR-SUSP-MAX
               GIVING WS-CLEARED-COUNT.
           MOVE "SUSPENSE CARRIED FORWARD:" TO RPT-SUM-CAPTION.
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 9200-PROVE-MASTER-TRAILER.
           PERFORM 9250-PRINT-HELD-REGISTER.
           PERFORM 9300-PRINT-AGING-REGISTER.
           CLOSE VERBEDIT-RPT.
           IF WS-ACTION-COUNT > ZERO AND WS-FINAL-RC < 4
               MOVE WS-RPT-CTL-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.
      *    Every detail read must land in exactly one place - the
      *    accepted trailer, suspense, or held on the master - so
      *    the gap between the master and accepted trailers is
      *    accounted for on the page.
           COMPUTE WS-DISPOSED-COUNT = WS-ACCEPT-COUNT
               + WS-SUSP-DETAIL-COUNT + WS-HELD-COUNT.
           COMPUTE WS-DISPOSED-HASH = WS-ACCEPT-HASH
               + WS-SUSP-DETAIL-HASH + WS-HELD-HASH.
           MOVE "READ VS ACPT+SUSP+HELD  :" TO RPT-CTL-CAPTION.
           MOVE WS-DETAIL-READ-COUNT TO RPT-CTL-EXPECTED.
           MOVE WS-DISPOSED-COUNT TO RPT-CTL-ACTUAL.
           IF WS-DETAIL-READ-COUNT = WS-DISPOSED-COUNT
               MOVE "MATCH" TO RPT-CTL-STATUS
           ELSE
               MOVE "*MISMATCH*" TO RPT-CTL-STATUS
           END-IF.
           MOVE WS-RPT-CTL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.
           MOVE "READ HASH VS DISPOSED   :" TO RPT-CTL-CAPTION.
           MOVE WS-READ-HASH TO RPT-CTL-EXPECTED.
           MOVE WS-DISPOSED-HASH TO RPT-CTL-ACTUAL.
           IF WS-READ-HASH = WS-DISPOSED-HASH
               MOVE "MATCH" TO RPT-CTL-STATUS
           ELSE
               MOVE "*MISMATCH*" TO RPT-CTL-STATUS
           END-IF.
           MOVE WS-RPT-CTL-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       9250-PRINT-HELD-REGISTER.
      *    Second pass over the master, the way the aging register
      *    re-reads suspense: every detail still waiting on its
      *    effective date, with the days left before it comes due.
           MOVE "HELD FOR FUTURE DATE" TO RPT-TXT-TEXT.
           MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 2 LINES.
           IF WS-HELD-COUNT = ZERO
               MOVE "NO RECORDS HELD" TO RPT-TXT-TEXT
               MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE "N" TO WS-TRAN-EOF-SW
               OPEN INPUT VERBTRAN
               PERFORM UNTIL WS-TRAN-EOF
                   READ VERBTRAN NEXT
                       AT END SET WS-TRAN-EOF TO TRUE
                   END-READ
                   IF NOT WS-TRAN-EOF AND TRAN-DETAIL-REC
                           AND TRAN-EFFECTIVE-DATE
                               > WS-RUN-DATE-YYYYMMDD
                       PERFORM 9260-PRINT-HELD-LINE
                   END-IF
               END-PERFORM
               CLOSE VERBTRAN
               MOVE "RECORDS HELD            :" TO RPT-SUM-CAPTION
               MOVE WS-HELD-COUNT TO RPT-SUM-VALUE
               MOVE WS-RPT-SUMMARY-LINE TO RPT-PRINT-REC
               WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF.

       9260-PRINT-HELD-LINE.
           MOVE TRAN-KEY TO RPT-HLD-TRAN-KEY.
           MOVE TRAN-DEPT-CODE TO RPT-HLD-DEPT.
           MOVE TRAN-EFFECTIVE-DATE TO RPT-HLD-EFF-DATE.
           COMPUTE WS-DAYS-TO-GO =
               FUNCTION INTEGER-OF-DATE (TRAN-EFFECTIVE-DATE)
               - WS-RUN-DATE-INT.
           MOVE WS-DAYS-TO-GO TO RPT-HLD-DAYS.
           MOVE OP-A TO RPT-HLD-A.
           MOVE WS-RPT-HELD-LINE TO RPT-PRINT-REC.
           WRITE RPT-PRINT-REC AFTER ADVANCING 1 LINE.

       9300-PRINT-AGING-REGISTER.
      *    Second pass over the suspense file just written: days in
