           01 FX-PAIR-RECORD.
               02 FP-PAIR          PIC X(6).
               02 FP-BUY-SPREAD    PIC 9(2)V9(4).
               02 FP-SELL-SPREAD   PIC 9(2)V9(4).
               02 FP-TOLERANCE-PCT PIC 9(2)V99.
               02 FP-MAX-AGE-DAYS  PIC 9(3).
               02 FP-STATUS        PIC X(1).
                   88 FP-IS-ACTIVE    VALUE "A".
                   88 FP-IS-SUSPENDED VALUE "S".
               02 FP-LAST-MID      PIC 9(3)V9(6).
               02 FP-LAST-DATE     PIC 9(8).
