      *          leaves two and is flagged. Prints the balancing
      *          report the GL team signs off and marks the feed
      *          released or unusable in the balance-control record.
      *          The batch's journal lines are proved too: debits
      *          must equal credits, and both must agree with the
      *          journal totals on the trailer.
      *          An unusable feed must never be posted.
      * Tectonics: cobc
      ******************************************************************
       01 WS-FEED-REC-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FEED-G-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-FEED-J-TOTAL PIC S9(7) VALUE ZERO.
       01 WS-JRNL-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-DEBIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-JRNL-CREDIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-FEED-DEBIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-FEED-CREDIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
                       WS-DETAIL-J-TOTAL WS-TRAILER-COUNT
                       WS-AFTER-TRAILER-COUNT WS-FEED-REC-COUNT
                       WS-FEED-G-TOTAL WS-FEED-J-TOTAL
                       WS-JRNL-LINE-COUNT WS-JRNL-DEBIT-TOTAL
                       WS-JRNL-CREDIT-TOTAL WS-FEED-DEBIT-TOTAL
                       WS-FEED-CREDIT-TOTAL
                   IF WS-BAL-REC-READ
                           AND GLH-RUN-DATE = BAL-RUN-DATE
                       ADD 1 TO WS-TODAY-HEADER-COUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD GL-G-VALUE TO WS-DETAIL-G-TOTAL
                   ADD GL-J-VALUE TO WS-DETAIL-J-TOTAL
               WHEN GL-JOURNAL-LINE-REC
                   ADD 1 TO WS-JRNL-LINE-COUNT
                   IF GLJ-DEBIT
                       ADD GLJ-AMOUNT TO WS-JRNL-DEBIT-TOTAL
                   ELSE
                       ADD GLJ-AMOUNT TO WS-JRNL-CREDIT-TOTAL
                   END-IF
               WHEN GL-TRAILER-REC
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE GLT-RECORD-COUNT TO WS-FEED-REC-COUNT
                   MOVE GLT-G-TOTAL TO WS-FEED-G-TOTAL
                   MOVE GLT-J-TOTAL TO WS-FEED-J-TOTAL
      *            A trailer written before the journal lines
      *            existed carries spaces where the totals now sit.
                   IF GLT-DEBIT-TOTAL NUMERIC
                       MOVE GLT-DEBIT-TOTAL TO WS-FEED-DEBIT-TOTAL
                   END-IF
                   IF GLT-CREDIT-TOTAL NUMERIC
                       MOVE GLT-CREDIT-TOTAL TO WS-FEED-CREDIT-TOTAL
                   END-IF
               WHEN OTHER
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE "UNKNOWN RECORD TYPE" TO RPT-TXT-CAPTION
       4000-PROVE-FEED.
           PERFORM 4100-PROVE-FEED-STRUCTURE.
           PERFORM 4200-PROVE-TRAILER-VS-DETAILS.
           PERFORM 4250-PROVE-JOURNAL-BALANCE.
           IF WS-BAL-REC-READ
               PERFORM 4300-PROVE-FEED-VS-RUN-SUMMARY
           END-IF.
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       4250-PROVE-JOURNAL-BALANCE.
      *    Each posting is journalled as matching debit and credit
      *    lines, so the batch must net to zero; a mismatch means a
      *    line was lost or altered after VERBS1 wrote it.
           MOVE "JOURNAL DEBITS VS CREDITS" TO RPT-ITM-CAPTION.
           MOVE WS-JRNL-DEBIT-TOTAL TO RPT-ITM-EXPECTED.
           MOVE WS-JRNL-CREDIT-TOTAL TO RPT-ITM-ACTUAL.
           PERFORM 8200-SET-ITEM-STATUS-COUNTS.
           IF WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE "TRAILER DR VS JRNL DEBITS" TO RPT-ITM-CAPTION.
           MOVE WS-FEED-DEBIT-TOTAL TO RPT-ITM-EXPECTED.
           MOVE WS-JRNL-DEBIT-TOTAL TO RPT-ITM-ACTUAL.
           PERFORM 8200-SET-ITEM-STATUS-COUNTS.
           IF WS-FEED-DEBIT-TOTAL NOT = WS-JRNL-DEBIT-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE "TRAILER CR VS JRNL CREDITS" TO RPT-ITM-CAPTION.
           MOVE WS-FEED-CREDIT-TOTAL TO RPT-ITM-EXPECTED.
           MOVE WS-JRNL-CREDIT-TOTAL TO RPT-ITM-ACTUAL.
           PERFORM 8200-SET-ITEM-STATUS-COUNTS.
           IF WS-FEED-CREDIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE "JOURNAL LINES IN BATCH" TO RPT-ITM-CAPTION.
           MOVE WS-JRNL-LINE-COUNT TO RPT-ITM-EXPECTED.
           MOVE WS-JRNL-LINE-COUNT TO RPT-ITM-ACTUAL.
           PERFORM 8200-SET-ITEM-STATUS-COUNTS.

       4300-PROVE-FEED-VS-RUN-SUMMARY.
           MOVE "RUN GL COUNT VS TRAILER" TO RPT-ITM-CAPTION.
           MOVE BAL-GL-RECORD-COUNT TO RPT-ITM-EXPECTED.
