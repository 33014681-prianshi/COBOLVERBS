      ******************************************************************
      * VERBSTND - standing-transaction template, held on VERBSTND.DAT
      * indexed by template ID. Each template is one department's
      * recurring operand set with its frequency ("W" weekly, "M"
      * monthly, "Q" quarterly), the first and last dates it runs
      * (end date zero means open-ended), and the next date a
      * detail is due. Maintained through the VERBTMNT screens under
      * the same approval rule as VERBSMNT keying; STND-APPROVED-BY
      * names the supervisor who approved the last maintenance when
      * the amounts required a second user. The VERBTGEN generator
      * writes a VERBTRAN detail under a fresh TRAN-KEY for each
      * occurrence due, then advances STND-NEXT-DUE-DATE; a template
      * past its end date is marked expired ("E") and a suspended
      * one ("S") generates nothing until it is made active again.
      * Monthly and quarterly templates fall on the start date's day
      * of the month, which is therefore kept to 1-28.
      ******************************************************************
       01  WS-STANDING-TEMPLATE-REC.
           05  STND-TEMPLATE-ID         PIC 9(6).
           05  STND-DEPT-CODE           PIC X(3).
           05  STND-OP-A                PIC 999.
           05  STND-OP-B                PIC 999.
           05  STND-OP-C                PIC 999.
           05  STND-OP-D                PIC 999.
           05  STND-OP-E                PIC S9(7)V99 COMP-3.
           05  STND-OP-H                PIC S9(7)V99 COMP-3.
           05  STND-OP-I                PIC 99.
           05  STND-FREQUENCY           PIC X.
               88  STND-WEEKLY                  VALUE "W".
               88  STND-MONTHLY                 VALUE "M".
               88  STND-QUARTERLY               VALUE "Q".
               88  STND-VALID-FREQUENCY         VALUE "W" "M" "Q".
           05  STND-START-DATE          PIC 9(8).
           05  STND-END-DATE            PIC 9(8).
           05  STND-NEXT-DUE-DATE       PIC 9(8).
           05  STND-STATUS              PIC X.
               88  STND-ACTIVE                  VALUE "A".
               88  STND-SUSPENDED               VALUE "S".
               88  STND-EXPIRED                 VALUE "E".
           05  STND-GEN-COUNT           PIC 9(5).
           05  STND-LAST-GEN-DATE       PIC 9(8).
           05  STND-LAST-GEN-TRAN-KEY   PIC 9(6).
           05  STND-APPROVED-BY         PIC X(8).
           05  STND-LAST-MAINT-DATE     PIC 9(8).
           05  STND-LAST-MAINT-USER     PIC X(8).
