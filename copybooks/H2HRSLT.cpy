           01 HEAD-TO-HEAD-RECORD.
               02 HH-DATE     PIC 9(8).
               02 HH-GAME     PIC X(6).
               02 HH-ROUND    PIC 9(2).
               02 HH-PLAYER-A PIC X(10).
               02 HH-PLAYER-B PIC X(10).
               02 HH-WINNER   PIC X(10).
               02 HH-MARGIN   PIC 9(3).
               02 HH-RATING-A PIC 9(4).
               02 HH-RATING-B PIC 9(4).
