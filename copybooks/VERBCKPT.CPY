           05  CKPT-ROUND-DOWN-COUNT    PIC 9(7).
           05  CKPT-ROUND-SAME-COUNT    PIC 9(7).
           05  CKPT-NET-VARIANCE        PIC S9(9)V99.
           05  CKPT-GL-DEBIT-TOTAL      PIC S9(9)V99.
           05  CKPT-GL-CREDIT-TOTAL     PIC S9(9)V99.
           05  CKPT-DEPT-MAX            PIC 9(3).
           05  CKPT-DEPT-LOST-COUNT     PIC 9(7).
           05  CKPT-DEPT-LOST-G         PIC S9(9)V99.
