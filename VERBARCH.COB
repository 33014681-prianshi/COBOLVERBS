      *          worked exceptions past
      *          retention move to VERBEXAR.DAT (open exceptions are
      *          always retained for rework); master records not
      *          maintained within retention (and not still
      *          waiting on a future effective date) move to
      *          VERBTRAR.DAT with the live trailer rewritten to
      *          cover what remains; the accumulated print file moves
      *          wholesale to VERBRPAR.PRT. Every run prints a
      *          disposition report of what was archived and what was
      *          retained.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY VERBTRAN.
       FD  VERBTRAN-ARCH
           RECORDING MODE IS F.
       01  TRAN-ARCH-REC            PIC X(50).
       FD  VERBS1RPT
           RECORDING MODE IS F.
       01  RPT-LINE-REC             PIC X(132).
           END-IF.

       5150-DISPOSE-TRAN-RECORD.
      *    A detail keyed ahead of its effective date has not posted
      *    yet, however long ago it was maintained - it is retained
      *    with the live records until the process date reaches it.
           EVALUATE TRUE
               WHEN TRAN-TRAILER-REC
                   SET WS-TRAILER-ON-FILE TO TRUE
               WHEN TRAN-LAST-MAINT-DATE < WS-TRAN-CUTOFF-DATE
                       AND NOT (TRAN-DETAIL-REC
                       AND TRAN-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD)
                   MOVE WS-VERB-TRAN-REC TO TRAN-ARCH-REC
                   WRITE TRAN-ARCH-REC
                   DELETE VERBTRAN RECORD
