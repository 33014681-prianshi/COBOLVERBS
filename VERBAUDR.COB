      *          date - who keyed it, when, function, key, operand
      *          set, and the approving supervisor where one was
      *          required - followed by per-user activity counts.
      *          Details the VERBTGEN generator writes from standing
      *          templates appear under user VERBTGEN, function G.
      *          A workbench release of a budget hold (function B)
      *          is listed as itself and counted with the user's
      *          resubmissions.
      *          The report date comes from PARM-PROCESS-DATE when
      *          one is keyed, otherwise the current date.
      * Tectonics: cobc
           05  RPT-UTL-RESUB    PIC ZZ,ZZ9.
           05  FILLER           PIC X(08) VALUE "  RESTR:".
           05  RPT-UTL-RESTORES PIC ZZ,ZZ9.
           05  FILLER           PIC X(08) VALUE "  GENER:".
           05  RPT-UTL-GENERATED PIC ZZ,ZZ9.
           05  FILLER           PIC X(11) VALUE "  APPROVED:".
           05  RPT-UTL-APPROVED PIC ZZ,ZZ9.
       01  WS-RPT-SECTION-LINE.
               10  WS-UTL-RVSLS         PIC 9(5).
               10  WS-UTL-RESUB         PIC 9(5).
               10  WS-UTL-RESTORES      PIC 9(5).
               10  WS-UTL-GENERATED     PIC 9(5).
               10  WS-UTL-APPROVED      PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WS-UTL-RVSLS (WS-USER-HIT)
                   WS-UTL-RESUB (WS-USER-HIT)
                   WS-UTL-RESTORES (WS-USER-HIT)
                   WS-UTL-GENERATED (WS-USER-HIT)
                   WS-UTL-APPROVED (WS-USER-HIT)
           END-IF.
           IF WS-USER-HIT > ZERO
                   WHEN AUD-FUNCTION-REVERSE
                       ADD 1 TO WS-UTL-RVSLS (WS-USER-HIT)
                   WHEN AUD-FUNCTION-RESUBMIT
                           OR AUD-FUNCTION-BUDGET-RELEASE
                       ADD 1 TO WS-UTL-RESUB (WS-USER-HIT)
                   WHEN AUD-FUNCTION-RESTORE
                       ADD 1 TO WS-UTL-RESTORES (WS-USER-HIT)
                   WHEN AUD-FUNCTION-GENERATE
                       ADD 1 TO WS-UTL-GENERATED (WS-USER-HIT)
               END-EVALUATE
               IF AUD-APPROVED-BY NOT = SPACES
                   ADD 1 TO WS-UTL-APPROVED (WS-USER-HIT)
                       TO RPT-UTL-RESUB
                   MOVE WS-UTL-RESTORES (WS-USER-SUB)
                       TO RPT-UTL-RESTORES
                   MOVE WS-UTL-GENERATED (WS-USER-SUB)
                       TO RPT-UTL-GENERATED
                   MOVE WS-UTL-APPROVED (WS-USER-SUB)
                       TO RPT-UTL-APPROVED
                   MOVE WS-RPT-USER-TOTAL-LINE TO RPT-PRINT-REC
