      ******************************************************************
      * VERBINTK - departmental intake submission record, one
      * fixed-format 60-byte line of the VERBINTK.DAT file a
      * department sends in place of re-keying through VERBSMNT.
      * The file is one header ("H") naming the department, the
      * department's own submission ID, and the date it was cut;
      * then one detail ("D") per transaction with its TRAN-KEY,
      * operands A-I, and effective date (zero means at once); then
      * one trailer ("T") carrying the number of detail lines and
      * the operand hash - the sum of operand A over those lines,
      * the same hash the VERBTRAN master trailer carries. All
      * numeric fields are unsigned zoned decimal. VERBLOAD proves
      * the trailer and edits every line before anything is
      * applied: the file is loaded whole or not at all.
      ******************************************************************
       01  WS-INTAKE-REC.
           05  INTK-REC-TYPE            PIC X.
               88  INTK-HEADER-REC              VALUE "H".
               88  INTK-DETAIL-REC              VALUE "D".
               88  INTK-TRAILER-REC             VALUE "T".
           05  INTK-DETAIL.
               10  INTK-TRAN-KEY        PIC 9(6).
               10  INTK-A               PIC 999.
               10  INTK-B               PIC 999.
               10  INTK-C               PIC 999.
               10  INTK-D               PIC 999.
               10  INTK-E               PIC 9(7)V99.
               10  INTK-H               PIC 9(7)V99.
               10  INTK-I               PIC 99.
               10  INTK-EFFECTIVE-DATE  PIC 9(8).
               10  FILLER               PIC X(13).
           05  INTK-HEADER REDEFINES INTK-DETAIL.
               10  INTK-HDR-DEPT-CODE   PIC X(3).
               10  INTK-HDR-SUBMISSION-ID PIC X(12).
               10  INTK-HDR-SUBMIT-DATE PIC 9(8).
               10  FILLER               PIC X(36).
           05  INTK-TRAILER REDEFINES INTK-DETAIL.
               10  INTK-TRL-LINE-COUNT  PIC 9(7).
               10  INTK-TRL-HASH-TOTAL  PIC 9(9).
               10  FILLER               PIC X(43).
