           IDENTIFICATION DIVISION.
           PROGRAM-ID. RNG-FAIRNESS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RngLogFile ASSIGN TO "RNGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RNG-FILE-STATUS.

               SELECT FairnessReportFile ASSIGN TO "RNGFAIR"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD RngLogFile.
           COPY RNGLOG.

           FD FairnessReportFile.
           01 FAIRNESS-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 RNG-FILE-STATUS PIC XX.
               88 RNG-FILE-OK VALUE "00".
           01 RNG-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(8).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 Z-LIMIT PIC 9(2)V99 VALUE 3.00.
           01 STREAK-LIMIT PIC 9V9(6) VALUE 0.001.
           01 MIN-PLAYER-DRAWS PIC 9(3) VALUE 10.

           01 GROUP-TABLE.
               02 GR-COUNT PIC 9(2) VALUE 0.
               02 GR-ENTRY OCCURS 20 TIMES.
                   03 GR-GAME   PIC X(6).
                   03 GR-RANGE  PIC 9(3).
                   03 GR-DRAWS  PIC 9(7).
                   03 GR-CELLS  PIC 9(2).
                   03 GR-CELL OCCURS 20 TIMES.
                       04 GR-CELL-FROM  PIC 9(3).
                       04 GR-CELL-TO    PIC 9(3).
                       04 GR-CELL-COUNT PIC 9(7).
           01 GR-INDEX PIC 9(2).
           01 GR-MATCH PIC 9(2).
           01 CELL-INDEX PIC 9(2).
           01 CELL-NO PIC 9(2).
           01 CELL-VALUE PIC 9(3).

           01 PLAYER-TABLE.
               02 PT-COUNT PIC 9(3) VALUE 0.
               02 PT-ENTRY OCCURS 500 TIMES.
                   03 PT-GAME        PIC X(6).
                   03 PT-RANGE       PIC 9(3).
                   03 PT-PLAYER      PIC X(10).
                   03 PT-DRAWS       PIC 9(7).
                   03 PT-SUM         PIC 9(9).
                   03 PT-LAST-VALUE  PIC 9(3).
                   03 PT-RUN         PIC 9(3).
                   03 PT-LONGEST-RUN PIC 9(3).
           01 PT-INDEX PIC 9(3).
           01 PT-MATCH PIC 9(3).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 DRAWS-READ PIC 9(7) VALUE 0.
           01 GROUPS-FLAGGED PIC 9(3) VALUE 0.
           01 PLAYERS-FLAGGED PIC 9(3) VALUE 0.

           01 EXPECTED-COUNT PIC 9(7)V9(4).
           01 MIN-EXPECTED PIC 9(7)V9(4).
           01 CHI-SQUARE PIC 9(7)V9(4).
           01 CHI-CRITICAL PIC 9(5)V9(4).
           01 DEGREES-FREEDOM PIC 9(3).
           01 DIFF-WORK PIC S9(7)V9(4).
           01 GROUP-RESULT PIC X(8).

           01 PLAYER-MEAN PIC 9(3)V9(4).
           01 CHANCE-MEAN PIC 9(3)V9(4).
           01 CHANCE-SIGMA PIC 9(3)V9(6).
           01 Z-SCORE PIC S9(3)V99.
           01 Z-ABS PIC 9(3)V99.
           01 STREAK-CHANCE PIC 9(7)V9(9).
           01 PLAYER-FLAG PIC X(14).

           01 REPORT-TEXT PIC X(80).
           01 COUNT-ED PIC Z(6)9.
           01 RANGE-ED PIC ZZ9.
           01 CHI-ED PIC Z(5)9.99.
           01 CRIT-ED PIC Z(5)9.99.
           01 EXPECT-ED PIC Z(6)9.9.
           01 MEAN-ED PIC ZZ9.99.
           01 Z-ED PIC -ZZ9.99.
           01 RUN-ED PIC ZZ9.
           01 FROM-ED PIC ZZ9.
           01 TO-ED PIC ZZ9.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Monthly RNG Fairness Report ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START) - 1
               COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE PERIOD-END(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               DISPLAY "Period: " PERIOD-START " - " PERIOD-END

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "RNGZMAX" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO Z-LIMIT
               END-IF
               MOVE "RNGSTREAK" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO STREAK-LIMIT
               END-IF

               OPEN INPUT RngLogFile
               IF RNG-FILE-OK
                   PERFORM READ_ONE_DRAW
                       UNTIL RNG-EOF = "Y"
                   CLOSE RngLogFile
               END-IF

               OPEN OUTPUT FairnessReportFile
               PERFORM WRITE_REPORT
               CLOSE FairnessReportFile

               DISPLAY "Draws in period:  " DRAWS-READ
               DISPLAY "Ranges flagged:   " GROUPS-FLAGGED
               DISPLAY "Players flagged:  " PLAYERS-FLAGGED
               IF GROUPS-FLAGGED > 0 OR PLAYERS-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Too many games/players - "
                       "report incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE DRAWS-READ TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Monthly RNG Fairness Report Complete ----"
               GOBACK.

           READ_ONE_DRAW SECTION.
               READ RngLogFile
                   AT END
                       MOVE "Y" TO RNG-EOF
                       EXIT SECTION
               END-READ
               IF RL-DATE < PERIOD-START OR RL-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               IF RL-RANGE IS NOT NUMERIC OR RL-RANGE < 2
                   OR RL-VALUE IS NOT NUMERIC
                   OR RL-VALUE < 1 OR RL-VALUE > RL-RANGE
                   EXIT SECTION
               END-IF
               ADD 1 TO DRAWS-READ

               PERFORM FIND_GROUP
               IF GR-MATCH > 0
                   ADD 1 TO GR-DRAWS(GR-MATCH)
                   PERFORM FIND_CELL
                   ADD 1 TO GR-CELL-COUNT(GR-MATCH, CELL-NO)
               END-IF

               PERFORM FIND_PLAYER
               IF PT-MATCH > 0
                   IF PT-DRAWS(PT-MATCH) > 0
                       AND RL-VALUE = PT-LAST-VALUE(PT-MATCH)
                       ADD 1 TO PT-RUN(PT-MATCH)
                   ELSE
                       MOVE 1 TO PT-RUN(PT-MATCH)
                   END-IF
                   IF PT-RUN(PT-MATCH) > PT-LONGEST-RUN(PT-MATCH)
                       MOVE PT-RUN(PT-MATCH) TO
                           PT-LONGEST-RUN(PT-MATCH)
                   END-IF
                   MOVE RL-VALUE TO PT-LAST-VALUE(PT-MATCH)
                   ADD 1 TO PT-DRAWS(PT-MATCH)
                   ADD RL-VALUE TO PT-SUM(PT-MATCH)
               END-IF.

           FIND_GROUP SECTION.
               MOVE 0 TO GR-MATCH
               PERFORM CHECK_ONE_GROUP
                   VARYING GR-INDEX FROM 1 BY 1
                   UNTIL GR-INDEX > GR-COUNT OR GR-MATCH > 0
               IF GR-MATCH > 0
                   EXIT SECTION
               END-IF
               IF GR-COUNT >= 20
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO GR-COUNT
               MOVE GR-COUNT TO GR-MATCH
               MOVE RL-GAME TO GR-GAME(GR-MATCH)
               MOVE RL-RANGE TO GR-RANGE(GR-MATCH)
               MOVE 0 TO GR-DRAWS(GR-MATCH)
               IF RL-RANGE > 20
                   MOVE 10 TO GR-CELLS(GR-MATCH)
               ELSE
                   MOVE RL-RANGE TO GR-CELLS(GR-MATCH)
               END-IF
               PERFORM CLEAR_ONE_CELL
                   VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > 20
               PERFORM SET_CELL_BOUNDS
                   VARYING CELL-VALUE FROM 1 BY 1
                   UNTIL CELL-VALUE > RL-RANGE.

           CHECK_ONE_GROUP SECTION.
               IF GR-GAME(GR-INDEX) = RL-GAME
                   AND GR-RANGE(GR-INDEX) = RL-RANGE
                   MOVE GR-INDEX TO GR-MATCH
               END-IF.

           CLEAR_ONE_CELL SECTION.
               MOVE 0 TO GR-CELL-FROM(GR-MATCH, CELL-INDEX)
               MOVE 0 TO GR-CELL-TO(GR-MATCH, CELL-INDEX)
               MOVE 0 TO GR-CELL-COUNT(GR-MATCH, CELL-INDEX).

           SET_CELL_BOUNDS SECTION.
               COMPUTE CELL-NO = ((CELL-VALUE - 1)
                   * GR-CELLS(GR-MATCH) / RL-RANGE) + 1
               IF GR-CELL-FROM(GR-MATCH, CELL-NO) = 0
                   MOVE CELL-VALUE TO GR-CELL-FROM(GR-MATCH, CELL-NO)
               END-IF
               MOVE CELL-VALUE TO GR-CELL-TO(GR-MATCH, CELL-NO).

           FIND_CELL SECTION.
               COMPUTE CELL-NO = ((RL-VALUE - 1)
                   * GR-CELLS(GR-MATCH) / RL-RANGE) + 1.

           FIND_PLAYER SECTION.
               MOVE 0 TO PT-MATCH
               PERFORM CHECK_ONE_PLAYER
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT OR PT-MATCH > 0
               IF PT-MATCH > 0
                   EXIT SECTION
               END-IF
               IF PT-COUNT >= 500
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO PT-COUNT
               MOVE PT-COUNT TO PT-MATCH
               MOVE RL-GAME TO PT-GAME(PT-MATCH)
               MOVE RL-RANGE TO PT-RANGE(PT-MATCH)
               MOVE RL-PLAYER TO PT-PLAYER(PT-MATCH)
               MOVE 0 TO PT-DRAWS(PT-MATCH)
               MOVE 0 TO PT-SUM(PT-MATCH)
               MOVE 0 TO PT-LAST-VALUE(PT-MATCH)
               MOVE 0 TO PT-RUN(PT-MATCH)
               MOVE 0 TO PT-LONGEST-RUN(PT-MATCH).

           CHECK_ONE_PLAYER SECTION.
               IF PT-GAME(PT-INDEX) = RL-GAME
                   AND PT-RANGE(PT-INDEX) = RL-RANGE
                   AND PT-PLAYER(PT-INDEX) = RL-PLAYER
                   MOVE PT-INDEX TO PT-MATCH
               END-IF.

           WRITE_REPORT SECTION.
               INITIALIZE REPORT-TEXT
               STRING "---- RNG Fairness Report " PERIOD-START " - "
                   PERIOD-END " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               MOVE SPACES TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               MOVE "DISTRIBUTION BY GAME AND RANGE (1% LEVEL):"
                   TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               MOVE "GAME    RNG   DRAWS CHI-SQUARE  CRITICAL"
                   TO FAIRNESS-LINE
               MOVE "  RESULT" TO FAIRNESS-LINE(41:)
               WRITE FAIRNESS-LINE
               PERFORM WRITE_GROUP
                   VARYING GR-INDEX FROM 1 BY 1
                   UNTIL GR-INDEX > GR-COUNT

               MOVE SPACES TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               MOVE "PLAYER RESULTS AGAINST CHANCE:" TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               MOVE "GAME    RNG  PLAYER       DRAWS    MEAN CHANCE"
                   TO FAIRNESS-LINE
               MOVE "  Z-SCORE RUN FLAG" TO FAIRNESS-LINE(47:)
               WRITE FAIRNESS-LINE
               PERFORM WRITE_PLAYER
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT

               MOVE SPACES TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               MOVE DRAWS-READ TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Draws " COUNT-ED "   ranges flagged "
                   GROUPS-FLAGGED "   players flagged "
                   PLAYERS-FLAGGED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE
               IF TABLE-HAS-OVERFLOWED
                   MOVE "*** TABLE FULL - SOME DRAWS NOT ANALYSED ***"
                       TO FAIRNESS-LINE
                   WRITE FAIRNESS-LINE
               END-IF.

           WRITE_GROUP SECTION.
               MOVE 0 TO CHI-SQUARE
               MOVE 9999999 TO MIN-EXPECTED
               PERFORM ADD_CELL_CHI_SQUARE
                   VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > GR-CELLS(GR-INDEX)
               COMPUTE DEGREES-FREEDOM = GR-CELLS(GR-INDEX) - 1
               COMPUTE CHI-CRITICAL ROUNDED = DEGREES-FREEDOM
                   * (1 - 2 / (9 * DEGREES-FREEDOM)
                   + 2.326 * FUNCTION SQRT(2 / (9 * DEGREES-FREEDOM)))
                   ** 3
               EVALUATE TRUE
                   WHEN MIN-EXPECTED < 5
                       MOVE "TOO FEW" TO GROUP-RESULT
                   WHEN CHI-SQUARE > CHI-CRITICAL
                       MOVE "UNEVEN" TO GROUP-RESULT
                       ADD 1 TO GROUPS-FLAGGED
                       MOVE "WARN" TO ALERT-SEVERITY
                       MOVE "RNGFAIR" TO ALERT-SOURCE
                       INITIALIZE ALERT-MESSAGE
                       MOVE GR-RANGE(GR-INDEX) TO RANGE-ED
                       STRING "uneven draws for " GR-GAME(GR-INDEX)
                           " range " RANGE-ED
                           DELIMITED BY SIZE INTO ALERT-MESSAGE
                       CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                           ALERT-SOURCE, ALERT-MESSAGE
                   WHEN OTHER
                       MOVE "FAIR" TO GROUP-RESULT
               END-EVALUATE

               MOVE SPACES TO FAIRNESS-LINE
               MOVE GR-GAME(GR-INDEX) TO FAIRNESS-LINE(1:6)
               MOVE GR-RANGE(GR-INDEX) TO RANGE-ED
               MOVE RANGE-ED TO FAIRNESS-LINE(9:3)
               MOVE GR-DRAWS(GR-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO FAIRNESS-LINE(13:7)
               MOVE CHI-SQUARE TO CHI-ED
               MOVE CHI-ED TO FAIRNESS-LINE(22:9)
               MOVE CHI-CRITICAL TO CRIT-ED
               MOVE CRIT-ED TO FAIRNESS-LINE(32:9)
               MOVE GROUP-RESULT TO FAIRNESS-LINE(43:8)
               WRITE FAIRNESS-LINE
               PERFORM WRITE_CELL
                   VARYING CELL-INDEX FROM 1 BY 1
                   UNTIL CELL-INDEX > GR-CELLS(GR-INDEX).

           ADD_CELL_CHI_SQUARE SECTION.
               COMPUTE EXPECTED-COUNT = GR-DRAWS(GR-INDEX)
                   * (GR-CELL-TO(GR-INDEX, CELL-INDEX)
                   - GR-CELL-FROM(GR-INDEX, CELL-INDEX) + 1)
                   / GR-RANGE(GR-INDEX)
               IF EXPECTED-COUNT < MIN-EXPECTED
                   MOVE EXPECTED-COUNT TO MIN-EXPECTED
               END-IF
               IF EXPECTED-COUNT > 0
                   COMPUTE DIFF-WORK =
                       GR-CELL-COUNT(GR-INDEX, CELL-INDEX)
                       - EXPECTED-COUNT
                   COMPUTE CHI-SQUARE ROUNDED = CHI-SQUARE
                       + (DIFF-WORK * DIFF-WORK) / EXPECTED-COUNT
               END-IF.

           WRITE_CELL SECTION.
               COMPUTE EXPECTED-COUNT = GR-DRAWS(GR-INDEX)
                   * (GR-CELL-TO(GR-INDEX, CELL-INDEX)
                   - GR-CELL-FROM(GR-INDEX, CELL-INDEX) + 1)
                   / GR-RANGE(GR-INDEX)
               MOVE GR-CELL-FROM(GR-INDEX, CELL-INDEX) TO FROM-ED
               MOVE GR-CELL-TO(GR-INDEX, CELL-INDEX) TO TO-ED
               MOVE GR-CELL-COUNT(GR-INDEX, CELL-INDEX) TO COUNT-ED
               MOVE EXPECTED-COUNT TO EXPECT-ED
               INITIALIZE REPORT-TEXT
               IF GR-CELL-FROM(GR-INDEX, CELL-INDEX)
                   = GR-CELL-TO(GR-INDEX, CELL-INDEX)
                   STRING "       face " FROM-ED "    "
                       "  observed " COUNT-ED
                       "  expected " EXPECT-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
               ELSE
                   STRING "       range " FROM-ED "-" TO-ED
                       "  observed " COUNT-ED
                       "  expected " EXPECT-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
               END-IF
               MOVE REPORT-TEXT TO FAIRNESS-LINE
               WRITE FAIRNESS-LINE.

           WRITE_PLAYER SECTION.
               MOVE SPACES TO PLAYER-FLAG
               COMPUTE PLAYER-MEAN ROUNDED =
                   PT-SUM(PT-INDEX) / PT-DRAWS(PT-INDEX)
               COMPUTE CHANCE-MEAN = (PT-RANGE(PT-INDEX) + 1) / 2
               COMPUTE CHANCE-SIGMA ROUNDED = FUNCTION SQRT(
                   (PT-RANGE(PT-INDEX) * PT-RANGE(PT-INDEX) - 1)
                   / 12)
               COMPUTE Z-SCORE ROUNDED =
                   (PLAYER-MEAN - CHANCE-MEAN)
                   * FUNCTION SQRT(PT-DRAWS(PT-INDEX))
                   / CHANCE-SIGMA
               IF Z-SCORE < 0
                   COMPUTE Z-ABS = 0 - Z-SCORE
               ELSE
                   MOVE Z-SCORE TO Z-ABS
               END-IF
               IF PT-DRAWS(PT-INDEX) >= MIN-PLAYER-DRAWS
                   AND Z-ABS >= Z-LIMIT
                   IF Z-SCORE > 0
                       MOVE "HIGH" TO PLAYER-FLAG
                   ELSE
                       MOVE "LOW" TO PLAYER-FLAG
                   END-IF
               END-IF

               IF PT-LONGEST-RUN(PT-INDEX) >= 3
                   COMPUTE STREAK-CHANCE = PT-DRAWS(PT-INDEX)
                       / (PT-RANGE(PT-INDEX)
                       ** (PT-LONGEST-RUN(PT-INDEX) - 1))
                   IF STREAK-CHANCE < STREAK-LIMIT
                       IF PLAYER-FLAG = SPACES
                           MOVE "STREAK" TO PLAYER-FLAG
                       ELSE
                           MOVE "+STREAK" TO PLAYER-FLAG(5:)
                       END-IF
                   END-IF
               END-IF

               IF PLAYER-FLAG NOT = SPACES
                   ADD 1 TO PLAYERS-FLAGGED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "RNGFAIR" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "player " PT-PLAYER(PT-INDEX) " "
                       PT-GAME(PT-INDEX) " flag "
                       PLAYER-FLAG
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
               END-IF

               MOVE SPACES TO FAIRNESS-LINE
               MOVE PT-GAME(PT-INDEX) TO FAIRNESS-LINE(1:6)
               MOVE PT-RANGE(PT-INDEX) TO RANGE-ED
               MOVE RANGE-ED TO FAIRNESS-LINE(9:3)
               MOVE PT-PLAYER(PT-INDEX) TO FAIRNESS-LINE(14:10)
               MOVE PT-DRAWS(PT-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO FAIRNESS-LINE(25:7)
               MOVE PLAYER-MEAN TO MEAN-ED
               MOVE MEAN-ED TO FAIRNESS-LINE(34:6)
               MOVE CHANCE-MEAN TO MEAN-ED
               MOVE MEAN-ED TO FAIRNESS-LINE(41:6)
               MOVE Z-SCORE TO Z-ED
               MOVE Z-ED TO FAIRNESS-LINE(49:7)
               MOVE PT-LONGEST-RUN(PT-INDEX) TO RUN-ED
               MOVE RUN-ED TO FAIRNESS-LINE(57:3)
               MOVE PLAYER-FLAG TO FAIRNESS-LINE(61:14)
               WRITE FAIRNESS-LINE.
