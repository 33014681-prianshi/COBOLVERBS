      ******************************************************************
      * VERBAUD - keying audit record, one per confirmed write from
      * VERBSMNT (add, change, delete, reversal entry), from the
      * VERBSWKB workbench ("W" resubmission, "B" release of a
      * detail held over its department's budget), from the VERBARCQ
      * archive-retrieval utility ("T" restore of an archived GL
      * batch or master record), from the VERBTGEN standing-
      * transaction generator ("G", one per detail generated from a
      * VERBSTND template, user VERBTGEN, approver the supervisor
      * who approved the template), or from the VERBLOAD intake
      * loader (an "A" per line added, user VERBLOAD), appended to
      * VERBAUDT.DAT: who keyed it, when, which key, the department
      * and full operand set keyed, and the supervisor who approved
      * it when the amount required a second user. VERBAUDR prints
      * the daily keying-activity report from this file.
      ******************************************************************
       01  WS-AUDIT-REC.
           05  AUD-DATE                 PIC 9(8).
               88  AUD-FUNCTION-REVERSE         VALUE "R".
               88  AUD-FUNCTION-RESUBMIT        VALUE "W".
               88  AUD-FUNCTION-RESTORE         VALUE "T".
               88  AUD-FUNCTION-GENERATE        VALUE "G".
               88  AUD-FUNCTION-BUDGET-RELEASE  VALUE "B".
           05  AUD-TRAN-KEY             PIC 9(6).
           05  AUD-DEPT-CODE            PIC X(3).
           05  AUD-A                    PIC 999.
