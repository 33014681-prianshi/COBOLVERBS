      ******************************************************************
      * VERBSECV - security-violation record, one per refused
      * sign-on or refused approval ID, appended to VERBSECV.DAT by
      * whichever screen program refused it: when, which program,
      * the ID that was keyed, whether it was the sign-on or the
      * second-user approval prompt, why it was refused, and - for
      * an approval - the operator who was signed on at the time.
      * SECV-LOCKED-SW is "Y" on the attempt that locked the ID.
      * VERBSECR prints the daily security-violation report from
      * this file.
      ******************************************************************
       01  WS-SECURITY-VIOLATION-REC.
           05  SECV-DATE                PIC 9(8).
           05  SECV-TIME                PIC 9(8).
           05  SECV-PROGRAM             PIC X(8).
           05  SECV-USER-ID             PIC X(8).
           05  SECV-PROMPT              PIC X.
               88  SECV-PROMPT-SIGNON           VALUE "S".
               88  SECV-PROMPT-APPROVAL         VALUE "A".
           05  SECV-REASON              PIC X(20).
           05  SECV-SIGNED-ON-USER      PIC X(8).
           05  SECV-LOCKED-SW           PIC X.
               88  SECV-ID-LOCKED               VALUE "Y".
