      ******************************************************************
      * VERBSTAT - job-stream step status, held on VERBSTAT.DAT indexed
      * by step number, one record per step of the stream the
      * VERBJOBS controller last ran. The records are rebuilt as
      * "P" pending when a new run date's stream begins; a step is
      * marked "S" when it is started and "C" with its return code
      * when it ends, so a step left at "S" was interrupted. "F"
      * marks the step whose run condition failed and stopped the
      * stream, with the reason; "B" a step the operator bypassed
      * by restarting the stream past it. A later run on the same
      * run date resumes at the first step neither ended nor
      * bypassed - or at PARM-RESTART-STEP when one is keyed -
      * instead of rerunning the night. STAT-RUN-COUNT counts the
      * starts on the run date, so a step that is not restartable
      * is refused once it has ever been started.
      ******************************************************************
       01  WS-STEP-STATUS-REC.
           05  STAT-STEP-NUMBER         PIC 9(3).
           05  STAT-STREAM-DATE         PIC 9(8).
           05  STAT-PROGRAM             PIC X(8).
           05  STAT-STATUS              PIC X.
               88  STAT-PENDING                 VALUE "P".
               88  STAT-STARTED                 VALUE "S".
               88  STAT-COMPLETE                VALUE "C".
               88  STAT-CONDITION-FAILED        VALUE "F".
               88  STAT-BYPASSED                VALUE "B".
           05  STAT-START-DATE          PIC 9(8).
           05  STAT-START-TIME          PIC 9(8).
           05  STAT-END-DATE            PIC 9(8).
           05  STAT-END-TIME            PIC 9(8).
           05  STAT-RETURN-CODE         PIC 9(4).
           05  STAT-RUN-COUNT           PIC 9(3).
           05  STAT-REASON              PIC X(40).
