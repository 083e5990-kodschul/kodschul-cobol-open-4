               SELECT TournamentHistoryFile ASSIGN TO "TOURNHIST"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT HeadToHeadFile ASSIGN TO "HEAD2HEAD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS H2H-FILE-STATUS.

               SELECT SeasonStandingsFile ASSIGN TO "SEASONSTD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               02 TH-TOTAL      PIC 9(3).
               02 TH-ELIMINATED PIC X(1).

           FD HeadToHeadFile.
           COPY H2HRSLT.

           FD SeasonStandingsFile.
           01 SEASON-STANDINGS-RECORD.
               02 SS-PLAYER PIC X(10).
                   03 TP_NAME   PIC X(10).
                   03 TP_ACTIVE PIC X(1).
                   03 TP_TOTAL  PIC 999.
                   03 TP_RATING PIC 9(4).
           01 TOURN_INDEX PIC 9.
           01 ROUND_NO PIC 99 VALUE 0.
           01 PLAYERS_LEFT PIC 9.
           01 CHAMPION_NAME PIC X(10).
           01 RU-WINNER PIC X(10).
           01 RU-LOSER PIC X(10).
           01 H2H-FILE-STATUS PIC XX.
               88 H2H-FILE-OK VALUE "00".
           01 H2H-A PIC 9.
           01 H2H-B PIC 9.
           01 H2H-SCORE-A PIC 999.
           01 H2H-SCORE-B PIC 999.
           01 RNG-GAME PIC X(6) VALUE "DICE".
           01 RNG-PLAYER PIC X(10).
           01 RNG-RANGE PIC 9(3).
           01 RNG-VALUE PIC 9(3).

           PROCEDURE DIVISION.
           MAIN SECTION.

               PERFORM RECORD_WIN.

               IF PLAYER_COUNT > 1
                   PERFORM RECORD_GAME_HEAD2HEAD
               END-IF.

               CLOSE ScoresFile.
               STOP RUN.

           ROLL_DICE SECTION.
               MOVE 0 TO ROLL_TOTAL.
               MOVE SPACES TO RNG-PLAYER
               STRING "PLAYER" DELIMITED BY SIZE
                   PLAYER_NUM DELIMITED BY SIZE
                   INTO RNG-PLAYER
               PERFORM VARYING DIE_INDEX FROM 1 BY 1
               UNTIL DIE_INDEX > DICE_COUNT
                   MOVE FUNCTION RANDOM TO RANDOM-VALUE
                   COMPUTE DICE_NUMBER = (RANDOM-VALUE * DICE_SIDES) + 1
                   ADD DICE_NUMBER TO ROLL_TOTAL
                   PERFORM LOG_DIE_ROLL
               END-PERFORM.

               MOVE ROLL_TOTAL TO ROLL_TOTALS(PLAYER_NUM).

               OPEN I-O ScoresFile
               OPEN EXTEND TournamentHistoryFile
               PERFORM OPEN_HEAD2HEAD

               MOVE TOURN_COUNT TO PLAYERS_LEFT
               PERFORM PLAY_TOURNAMENT_ROUND
               PERFORM UPDATE_RATINGS

               CLOSE ScoresFile
               CLOSE TournamentHistoryFile
               CLOSE HeadToHeadFile.

           UPDATE_RATINGS SECTION.
               MOVE CHAMPION_NAME TO RU-WINNER
           SIGN_IN_ENTRANT SECTION.
               DISPLAY "Player " TOURN_INDEX " name: "
               ACCEPT TP_NAME(TOURN_INDEX)
               MOVE 0 TO TP_RATING(TOURN_INDEX)
               IF NOT REGISTRY-IS-ON
                   MOVE "Y" TO NAME-ACCEPTED
                   EXIT SECTION
                           "player registry first."
                   NOT INVALID KEY
                       MOVE "Y" TO NAME-ACCEPTED
                       MOVE PR-RATING TO TP_RATING(TOURN_INDEX)
                       DISPLAY "Welcome " PR-FULL-NAME
               END-READ.


               PERFORM BREAK_LOW_TIES
               PERFORM ELIMINATE_LOWEST
               PERFORM RECORD_ROUND_HISTORY
               PERFORM RECORD_ROUND_HEAD2HEAD.

           ROLL_FOR_ENTRANT SECTION.
               MOVE 0 TO ROLL_TOTAL
               MOVE TP_NAME(TOURN_INDEX) TO RNG-PLAYER
               PERFORM VARYING DIE_INDEX FROM 1 BY 1
               UNTIL DIE_INDEX > DICE_COUNT
                   MOVE FUNCTION RANDOM TO RANDOM-VALUE
                   COMPUTE DICE_NUMBER =
                       (RANDOM-VALUE * DICE_SIDES) + 1
                   ADD DICE_NUMBER TO ROLL_TOTAL
                   PERFORM LOG_DIE_ROLL
               END-PERFORM
               MOVE ROLL_TOTAL TO TP_TOTAL(TOURN_INDEX)
               DISPLAY TP_NAME(TOURN_INDEX) " rolled "
                   ROLL_TOTAL.

           LOG_DIE_ROLL SECTION.
               MOVE DICE_SIDES TO RNG-RANGE
               MOVE DICE_NUMBER TO RNG-VALUE
               CALL "WRITE-RNG-LOG" USING RNG-GAME, RNG-PLAYER,
                   RNG-RANGE, RNG-VALUE.

           FIND_LOW_TOTAL SECTION.
               MOVE 999 TO LOW_TOTAL
               MOVE 0 TO LOW_COUNT
                   END-IF
               END-PERFORM.

           OPEN_HEAD2HEAD SECTION.
               OPEN EXTEND HeadToHeadFile
               IF NOT H2H-FILE-OK
                   OPEN OUTPUT HeadToHeadFile
               END-IF.

           RECORD_GAME_HEAD2HEAD SECTION.
               ACCEPT TOURN_DATE FROM DATE YYYYMMDD
               PERFORM OPEN_HEAD2HEAD
               PERFORM PAIR_GAME_PLAYER
                   VARYING H2H-A FROM 1 BY 1
                   UNTIL H2H-A > PLAYER_COUNT
               CLOSE HeadToHeadFile.

           PAIR_GAME_PLAYER SECTION.
               PERFORM WRITE_GAME_PAIR
                   VARYING H2H-B FROM H2H-A BY 1
                   UNTIL H2H-B > PLAYER_COUNT.

           WRITE_GAME_PAIR SECTION.
               IF H2H-B = H2H-A
                   EXIT SECTION
               END-IF
               INITIALIZE HEAD-TO-HEAD-RECORD
               MOVE "DICE" TO HH-GAME
               STRING "PLAYER" DELIMITED BY SIZE
                   H2H-A DELIMITED BY SIZE
                   INTO HH-PLAYER-A
               STRING "PLAYER" DELIMITED BY SIZE
                   H2H-B DELIMITED BY SIZE
                   INTO HH-PLAYER-B
               MOVE ROLL_TOTALS(H2H-A) TO H2H-SCORE-A
               MOVE ROLL_TOTALS(H2H-B) TO H2H-SCORE-B
               PERFORM WRITE_HEAD2HEAD.

           RECORD_ROUND_HEAD2HEAD SECTION.
               PERFORM PAIR_ROUND_ENTRANT
                   VARYING H2H-A FROM 1 BY 1
                   UNTIL H2H-A > TOURN_COUNT.

           PAIR_ROUND_ENTRANT SECTION.
               IF TP_ACTIVE(H2H-A) = "Y" OR H2H-A = LOW_INDEX
                   PERFORM WRITE_ROUND_PAIR
                       VARYING H2H-B FROM H2H-A BY 1
                       UNTIL H2H-B > TOURN_COUNT
               END-IF.

           WRITE_ROUND_PAIR SECTION.
               IF H2H-B = H2H-A
                   EXIT SECTION
               END-IF
               IF TP_ACTIVE(H2H-B) NOT = "Y" AND H2H-B NOT = LOW_INDEX
                   EXIT SECTION
               END-IF
               INITIALIZE HEAD-TO-HEAD-RECORD
               MOVE "TOURN" TO HH-GAME
               MOVE ROUND_NO TO HH-ROUND
               MOVE TP_NAME(H2H-A) TO HH-PLAYER-A
               MOVE TP_NAME(H2H-B) TO HH-PLAYER-B
               MOVE TP_RATING(H2H-A) TO HH-RATING-A
               MOVE TP_RATING(H2H-B) TO HH-RATING-B
               MOVE TP_TOTAL(H2H-A) TO H2H-SCORE-A
               MOVE TP_TOTAL(H2H-B) TO H2H-SCORE-B
               PERFORM WRITE_HEAD2HEAD.

           WRITE_HEAD2HEAD SECTION.
               MOVE TOURN_DATE TO HH-DATE
               EVALUATE TRUE
                   WHEN H2H-SCORE-A > H2H-SCORE-B
                       MOVE HH-PLAYER-A TO HH-WINNER
                       COMPUTE HH-MARGIN = H2H-SCORE-A - H2H-SCORE-B
                   WHEN H2H-SCORE-B > H2H-SCORE-A
                       MOVE HH-PLAYER-B TO HH-WINNER
                       COMPUTE HH-MARGIN = H2H-SCORE-B - H2H-SCORE-A
                   WHEN OTHER
                       MOVE SPACES TO HH-WINNER
                       MOVE 0 TO HH-MARGIN
               END-EVALUATE
               WRITE HEAD-TO-HEAD-RECORD.

           CROWN_CHAMPION SECTION.
               PERFORM VARYING TOURN_INDEX FROM 1 BY 1
               UNTIL TOURN_INDEX > TOURN_COUNT
