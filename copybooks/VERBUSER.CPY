      ******************************************************************
      * VERBUSER - user security master record, held on VERBUSER.DAT
      * indexed by the eight-character user ID. Maintained through
      * the supervisor-only VERBUMNT screens; every sign-on and every
      * second-user approval prompt in the screen programs (VERBSMNT,
      * VERBDMNT, VERBSWKB, VERBPCLS, VERBARCQ, VERBUMNT, VERBCMNT,
      * VERBTMNT, VERBBMNT) is checked against it. USR-LEVEL "S" is
      * a supervisor, "O" an operator. A revoked ID keeps its
      * record so its name still resolves on the audit and
      * violation reports. A wrong password counts against
      * USR-FAILED-ATTEMPTS; at the shop limit
      * (PARM-SIGNON-MAX-ATTEMPTS) the ID is locked until a
      * supervisor resets it, and a good sign-on clears the count.
      ******************************************************************
       01  WS-USER-MASTER-REC.
           05  USR-USER-ID              PIC X(8).
           05  USR-NAME                 PIC X(25).
           05  USR-LEVEL                PIC X.
               88  USR-SUPERVISOR               VALUE "S".
               88  USR-OPERATOR                 VALUE "O".
           05  USR-PASSWORD             PIC X(8).
           05  USR-STATUS               PIC X.
               88  USR-ACTIVE                   VALUE "A".
               88  USR-REVOKED                  VALUE "R".
               88  USR-LOCKED                   VALUE "L".
           05  USR-FAILED-ATTEMPTS      PIC 99.
           05  USR-LAST-SIGNON-DATE     PIC 9(8).
           05  USR-LAST-MAINT-DATE      PIC 9(8).
           05  USR-LAST-MAINT-USER      PIC X(8).
