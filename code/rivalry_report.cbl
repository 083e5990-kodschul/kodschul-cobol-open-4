           IDENTIFICATION DIVISION.
           PROGRAM-ID. RIVALRY-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HeadToHeadFile ASSIGN TO "HEAD2HEAD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS H2H-FILE-STATUS.

               SELECT PlayerRegistryFile ASSIGN TO "PLAYERREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-PLAYER-ID
                   FILE STATUS IS REG-FILE-STATUS.

               SELECT RivalryReportFile ASSIGN TO "RIVALRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD HeadToHeadFile.
           COPY H2HRSLT.

           FD PlayerRegistryFile.
           01 PLAYER-REGISTRY-RECORD.
               02 PR-PLAYER-ID PIC X(10).
               02 PR-FULL-NAME PIC X(20).
               02 PR-RATING       PIC 9(4).
               02 PR-GAMES-PLAYED PIC 9(5).
               02 PR-PROVISIONAL  PIC X(1).
                   88 PR-IS-PROVISIONAL VALUE "Y".

           FD RivalryReportFile.
           01 RIVALRY-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 H2H-FILE-STATUS PIC XX.
               88 H2H-FILE-OK VALUE "00".
           01 H2H-EOF PIC X VALUE "N".
           01 REG-FILE-STATUS PIC XX.
               88 REG-FILE-OK VALUE "00".
           01 REGISTRY-ON PIC X VALUE "N".
               88 REGISTRY-IS-ON VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(8).

           01 PAIR-TABLE.
               02 PAIR-COUNT PIC 9(3) VALUE 0.
               02 PAIR-ENTRY OCCURS 300 TIMES.
                   03 PAIR-PLAYER-1 PIC X(10).
                   03 PAIR-PLAYER-2 PIC X(10).
                   03 PAIR-GAMES    PIC 9(5).
                   03 PAIR-WINS-1   PIC 9(5).
                   03 PAIR-WINS-2   PIC 9(5).
                   03 PAIR-TIES     PIC 9(5).
           01 PAIR-INDEX PIC 9(3).
           01 PAIR-MATCH PIC 9(3).
           01 FIND-PLAYER-1 PIC X(10).
           01 FIND-PLAYER-2 PIC X(10).
           01 PAIR-SWAP PIC X(40).

           01 UPSET-TABLE.
               02 UPSET-COUNT PIC 9(2) VALUE 0.
               02 UPSET-ENTRY OCCURS 10 TIMES.
                   03 UP-DATE        PIC 9(8).
                   03 UP-GAME        PIC X(6).
                   03 UP-WINNER      PIC X(10).
                   03 UP-LOSER       PIC X(10).
                   03 UP-WIN-RATING  PIC 9(4).
                   03 UP-LOSE-RATING PIC 9(4).
                   03 UP-GAP         PIC 9(4).
                   03 UP-MARGIN      PIC 9(3).
           01 UPSET-INDEX PIC 9(2).
           01 UPSET-LOW PIC 9(2).
           01 UPSET-SWAP PIC X(49).
           01 SORT-I PIC 9(3).
           01 SORT-J PIC 9(3).

           01 RATING-A PIC 9(4).
           01 RATING-B PIC 9(4).
           01 WIN-RATING PIC 9(4).
           01 LOSE-RATING PIC 9(4).
           01 RATING-GAP PIC 9(4).
           01 LOSER-ID PIC X(10).

           01 GAMES-READ PIC 9(7) VALUE 0.
           01 SHOW-LIMIT PIC 9(2) VALUE 10.
           01 SHOWN PIC 9(2).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 REPORT-TEXT PIC X(80).
           01 COUNT-ED PIC Z(4)9.
           01 RATING-ED PIC ZZZ9.
           01 GAP-ED PIC ZZZ9.
           01 MARGIN-ED PIC ZZ9.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Monthly Rivalry Report ----"
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

               OPEN INPUT PlayerRegistryFile
               IF REG-FILE-OK
                   MOVE "Y" TO REGISTRY-ON
               END-IF

               OPEN INPUT HeadToHeadFile
               IF H2H-FILE-OK
                   PERFORM READ_ONE_RESULT
                       UNTIL H2H-EOF = "Y"
                   CLOSE HeadToHeadFile
               END-IF
               IF REGISTRY-IS-ON
                   CLOSE PlayerRegistryFile
               END-IF

               PERFORM SORT_PAIRS
               PERFORM SORT_UPSETS
               OPEN OUTPUT RivalryReportFile
               PERFORM WRITE_REPORT
               CLOSE RivalryReportFile

               DISPLAY "Head-to-head games in period: " GAMES-READ
               DISPLAY "Pairings:                     " PAIR-COUNT
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Too many pairings - report incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE GAMES-READ TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Monthly Rivalry Report Complete ----"
               GOBACK.

           READ_ONE_RESULT SECTION.
               READ HeadToHeadFile
                   AT END
                       MOVE "Y" TO H2H-EOF
                       EXIT SECTION
               END-READ
               IF HH-DATE < PERIOD-START OR HH-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               ADD 1 TO GAMES-READ

               IF HH-PLAYER-A < HH-PLAYER-B
                   MOVE HH-PLAYER-A TO FIND-PLAYER-1
                   MOVE HH-PLAYER-B TO FIND-PLAYER-2
               ELSE
                   MOVE HH-PLAYER-B TO FIND-PLAYER-1
                   MOVE HH-PLAYER-A TO FIND-PLAYER-2
               END-IF
               PERFORM FIND_PAIR
               IF PAIR-MATCH > 0
                   ADD 1 TO PAIR-GAMES(PAIR-MATCH)
                   EVALUATE HH-WINNER
                       WHEN SPACES
                           ADD 1 TO PAIR-TIES(PAIR-MATCH)
                       WHEN FIND-PLAYER-1
                           ADD 1 TO PAIR-WINS-1(PAIR-MATCH)
                       WHEN OTHER
                           ADD 1 TO PAIR-WINS-2(PAIR-MATCH)
                   END-EVALUATE
               END-IF

               IF HH-WINNER NOT = SPACES
                   PERFORM CHECK_FOR_UPSET
               END-IF.

           FIND_PAIR SECTION.
               MOVE 0 TO PAIR-MATCH
               PERFORM CHECK_ONE_PAIR
                   VARYING PAIR-INDEX FROM 1 BY 1
                   UNTIL PAIR-INDEX > PAIR-COUNT OR PAIR-MATCH > 0
               IF PAIR-MATCH > 0
                   EXIT SECTION
               END-IF
               IF PAIR-COUNT >= 300
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PAIR-MATCH
               MOVE FIND-PLAYER-1 TO PAIR-PLAYER-1(PAIR-MATCH)
               MOVE FIND-PLAYER-2 TO PAIR-PLAYER-2(PAIR-MATCH)
               MOVE 0 TO PAIR-GAMES(PAIR-MATCH)
               MOVE 0 TO PAIR-WINS-1(PAIR-MATCH)
               MOVE 0 TO PAIR-WINS-2(PAIR-MATCH)
               MOVE 0 TO PAIR-TIES(PAIR-MATCH).

           CHECK_ONE_PAIR SECTION.
               IF PAIR-PLAYER-1(PAIR-INDEX) = FIND-PLAYER-1
                   AND PAIR-PLAYER-2(PAIR-INDEX) = FIND-PLAYER-2
                   MOVE PAIR-INDEX TO PAIR-MATCH
               END-IF.

           CHECK_FOR_UPSET SECTION.
               MOVE HH-RATING-A TO RATING-A
               IF RATING-A = 0
                   MOVE HH-PLAYER-A TO PR-PLAYER-ID
                   PERFORM LOOK_UP_RATING
                   MOVE PR-RATING TO RATING-A
               END-IF
               MOVE HH-RATING-B TO RATING-B
               IF RATING-B = 0
                   MOVE HH-PLAYER-B TO PR-PLAYER-ID
                   PERFORM LOOK_UP_RATING
                   MOVE PR-RATING TO RATING-B
               END-IF
               IF RATING-A = 0 OR RATING-B = 0
                   EXIT SECTION
               END-IF

               IF HH-WINNER = HH-PLAYER-A
                   MOVE RATING-A TO WIN-RATING
                   MOVE RATING-B TO LOSE-RATING
                   MOVE HH-PLAYER-B TO LOSER-ID
               ELSE
                   MOVE RATING-B TO WIN-RATING
                   MOVE RATING-A TO LOSE-RATING
                   MOVE HH-PLAYER-A TO LOSER-ID
               END-IF
               IF WIN-RATING NOT < LOSE-RATING
                   EXIT SECTION
               END-IF
               COMPUTE RATING-GAP = LOSE-RATING - WIN-RATING

               IF UPSET-COUNT < 10
                   ADD 1 TO UPSET-COUNT
                   MOVE UPSET-COUNT TO UPSET-LOW
               ELSE
                   MOVE 1 TO UPSET-LOW
                   PERFORM FIND_SMALLEST_UPSET
                       VARYING UPSET-INDEX FROM 2 BY 1
                       UNTIL UPSET-INDEX > UPSET-COUNT
                   IF RATING-GAP NOT > UP-GAP(UPSET-LOW)
                       EXIT SECTION
                   END-IF
               END-IF
               MOVE HH-DATE TO UP-DATE(UPSET-LOW)
               MOVE HH-GAME TO UP-GAME(UPSET-LOW)
               MOVE HH-WINNER TO UP-WINNER(UPSET-LOW)
               MOVE LOSER-ID TO UP-LOSER(UPSET-LOW)
               MOVE WIN-RATING TO UP-WIN-RATING(UPSET-LOW)
               MOVE LOSE-RATING TO UP-LOSE-RATING(UPSET-LOW)
               MOVE RATING-GAP TO UP-GAP(UPSET-LOW)
               MOVE HH-MARGIN TO UP-MARGIN(UPSET-LOW).

           FIND_SMALLEST_UPSET SECTION.
               IF UP-GAP(UPSET-INDEX) < UP-GAP(UPSET-LOW)
                   MOVE UPSET-INDEX TO UPSET-LOW
               END-IF.

           LOOK_UP_RATING SECTION.
               MOVE 0 TO PR-RATING
               IF NOT REGISTRY-IS-ON
                   EXIT SECTION
               END-IF
               READ PlayerRegistryFile
                   INVALID KEY
                       MOVE 0 TO PR-RATING
               END-READ.

           SORT_PAIRS SECTION.
               PERFORM SORT_PAIR_PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I >= PAIR-COUNT.

           SORT_PAIR_PASS SECTION.
               PERFORM SORT_PAIR_COMPARE
                   VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > PAIR-COUNT - SORT-I.

           SORT_PAIR_COMPARE SECTION.
               IF PAIR-GAMES(SORT-J) < PAIR-GAMES(SORT-J + 1)
                   MOVE PAIR-ENTRY(SORT-J) TO PAIR-SWAP
                   MOVE PAIR-ENTRY(SORT-J + 1) TO PAIR-ENTRY(SORT-J)
                   MOVE PAIR-SWAP TO PAIR-ENTRY(SORT-J + 1)
               END-IF.

           SORT_UPSETS SECTION.
               PERFORM SORT_UPSET_PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I >= UPSET-COUNT.

           SORT_UPSET_PASS SECTION.
               PERFORM SORT_UPSET_COMPARE
                   VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > UPSET-COUNT - SORT-I.

           SORT_UPSET_COMPARE SECTION.
               IF UP-GAP(SORT-J) < UP-GAP(SORT-J + 1)
                   MOVE UPSET-ENTRY(SORT-J) TO UPSET-SWAP
                   MOVE UPSET-ENTRY(SORT-J + 1) TO UPSET-ENTRY(SORT-J)
                   MOVE UPSET-SWAP TO UPSET-ENTRY(SORT-J + 1)
               END-IF.

           WRITE_REPORT SECTION.
               INITIALIZE REPORT-TEXT
               STRING "---- Rivalry Report " PERIOD-START " - "
                   PERIOD-END " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE SPACES TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE "MOST-PLAYED PAIRINGS:" TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE "PLAYER     PLAYER     GAMES  WINS  WINS  TIES"
                   TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE 0 TO SHOWN
               PERFORM WRITE_PAIR_LINE
                   VARYING PAIR-INDEX FROM 1 BY 1
                   UNTIL PAIR-INDEX > PAIR-COUNT
                   OR SHOWN >= SHOW-LIMIT
               IF PAIR-COUNT = 0
                   MOVE "  (no head-to-head games this month)"
                       TO RIVALRY-LINE
                   WRITE RIVALRY-LINE
               END-IF

               MOVE SPACES TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE "BIGGEST UPSETS (BY RATING GAP):" TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE "DATE     GAME   WINNER     RATE LOSER      RATE"
                   TO RIVALRY-LINE
               MOVE "   GAP MARGIN" TO RIVALRY-LINE(48:)
               WRITE RIVALRY-LINE
               PERFORM WRITE_UPSET_LINE
                   VARYING UPSET-INDEX FROM 1 BY 1
                   UNTIL UPSET-INDEX > UPSET-COUNT
               IF UPSET-COUNT = 0
                   MOVE "  (no upsets between rated players)"
                       TO RIVALRY-LINE
                   WRITE RIVALRY-LINE
               END-IF

               MOVE SPACES TO RIVALRY-LINE
               WRITE RIVALRY-LINE
               MOVE GAMES-READ TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Head-to-head games " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RIVALRY-LINE
               WRITE RIVALRY-LINE.

           WRITE_PAIR_LINE SECTION.
               ADD 1 TO SHOWN
               MOVE SPACES TO RIVALRY-LINE
               MOVE PAIR-PLAYER-1(PAIR-INDEX) TO RIVALRY-LINE(1:10)
               MOVE PAIR-PLAYER-2(PAIR-INDEX) TO RIVALRY-LINE(12:10)
               MOVE PAIR-GAMES(PAIR-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO RIVALRY-LINE(23:5)
               MOVE PAIR-WINS-1(PAIR-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO RIVALRY-LINE(29:5)
               MOVE PAIR-WINS-2(PAIR-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO RIVALRY-LINE(35:5)
               MOVE PAIR-TIES(PAIR-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO RIVALRY-LINE(41:5)
               WRITE RIVALRY-LINE.

           WRITE_UPSET_LINE SECTION.
               MOVE SPACES TO RIVALRY-LINE
               MOVE UP-DATE(UPSET-INDEX) TO RIVALRY-LINE(1:8)
               MOVE UP-GAME(UPSET-INDEX) TO RIVALRY-LINE(10:6)
               MOVE UP-WINNER(UPSET-INDEX) TO RIVALRY-LINE(17:10)
               MOVE UP-WIN-RATING(UPSET-INDEX) TO RATING-ED
               MOVE RATING-ED TO RIVALRY-LINE(28:4)
               MOVE UP-LOSER(UPSET-INDEX) TO RIVALRY-LINE(33:10)
               MOVE UP-LOSE-RATING(UPSET-INDEX) TO RATING-ED
               MOVE RATING-ED TO RIVALRY-LINE(44:4)
               MOVE UP-GAP(UPSET-INDEX) TO GAP-ED
               MOVE GAP-ED TO RIVALRY-LINE(50:4)
               MOVE UP-MARGIN(UPSET-INDEX) TO MARGIN-ED
               MOVE MARGIN-ED TO RIVALRY-LINE(58:3)
               WRITE RIVALRY-LINE.
