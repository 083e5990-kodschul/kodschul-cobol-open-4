           01 BOARD-GRADE-RECORD.
               02 BG-KEY.
                   03 BG-BOARD PIC X(4).
                   03 BG-GRADE PIC X(3).
               02 BG-OUR-GRADE PIC 9V99.
               02 BG-DESC      PIC X(20).
