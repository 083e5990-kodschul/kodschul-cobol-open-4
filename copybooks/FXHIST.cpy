           01 FX-HISTORY-RECORD.
               02 FH-KEY.
                   03 FH-PAIR      PIC X(6).
                   03 FH-DATE      PIC 9(8).
                   03 FH-SEQ       PIC 9(2).
               02 FH-SOURCE        PIC X(1).
                   88 FH-FROM-FEED    VALUE "F".
                   88 FH-FROM-MANUAL  VALUE "M".
               02 FH-STATUS        PIC X(1).
                   88 FH-IS-ACCEPTED  VALUE "A".
                   88 FH-IS-REJECTED  VALUE "R".
               02 FH-MID           PIC 9(3)V9(6).
               02 FH-PREV-MID      PIC 9(3)V9(6).
               02 FH-MOVE-PCT      PIC 9(3)V99.
               02 FH-BUY-RATE      PIC 9(3)V9(6).
               02 FH-SELL-RATE     PIC 9(3)V9(6).
               02 FH-LOADED-DATE   PIC 9(8).
               02 FH-REASON        PIC X(20).
