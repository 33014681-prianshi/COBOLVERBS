      ******************************************************************
      * VERBSUBL - departmental submission log record, one appended
      * to VERBSUBL.DAT by VERBLOAD for every intake file it
      * processes, loaded or rejected. A department's submission ID
      * already logged as loaded ("L") is a resubmission and the
      * file is rejected whole; a submission rejected ("R") may be
      * corrected and sent again under the same ID. The log keeps
      * the line count and operand hash the file's trailer carried
      * and the reason the file was turned back.
      ******************************************************************
       01  WS-SUBMISSION-LOG-REC.
           05  SUBL-DEPT-CODE           PIC X(3).
           05  SUBL-SUBMISSION-ID       PIC X(12).
           05  SUBL-SUBMIT-DATE         PIC 9(8).
           05  SUBL-PROCESS-DATE        PIC 9(8).
           05  SUBL-PROCESS-TIME        PIC 9(8).
           05  SUBL-STATUS              PIC X.
               88  SUBL-LOADED                  VALUE "L".
               88  SUBL-REJECTED                VALUE "R".
           05  SUBL-LINE-COUNT          PIC 9(7).
           05  SUBL-HASH-TOTAL          PIC 9(9).
           05  SUBL-REJECT-REASON       PIC X(30).
