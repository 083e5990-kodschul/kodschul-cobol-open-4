           01 RNG-LOG-RECORD.
               02 RL-DATE   PIC 9(8).
               02 RL-TIME   PIC 9(8).
               02 RL-GAME   PIC X(6).
               02 RL-PLAYER PIC X(10).
               02 RL-RANGE  PIC 9(3).
               02 RL-VALUE  PIC 9(3).
