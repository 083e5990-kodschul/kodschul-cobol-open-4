              01  RU-WINNER PIC X(10).
              01  RU-LOSER  PIC X(10).

              01  RNG-GAME  PIC X(6) VALUE "GUESS".
              01  RNG-RANGE PIC 9(3).

              PROCEDURE DIVISION.
              MAIN-SECTION.
                  DISPLAY "Show leaderboard first? (Y/N): "
                  MOVE FUNCTION RANDOM TO Random-Float
                  COMPUTE Secret-Number =
                      (Random-Float * Number-Range) + 1
                  MOVE Number-Range TO RNG-RANGE
                  CALL "WRITE-RNG-LOG" USING RNG-GAME, Player-Name,
                      RNG-RANGE, Secret-Number
                  DISPLAY "I'm thinking of a number between 1 and "
                      Number-Range ".".

