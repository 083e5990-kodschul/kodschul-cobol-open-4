           IDENTIFICATION DIVISION.
           PROGRAM-ID. HEAD-TO-HEAD-INQUIRY.

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

           WORKING-STORAGE SECTION.
           01 H2H-FILE-STATUS PIC XX.
               88 H2H-FILE-OK VALUE "00".
           01 H2H-EOF PIC X.
           01 REG-FILE-STATUS PIC XX.
               88 REG-FILE-OK VALUE "00".
           01 REGISTRY-ON PIC X VALUE "N".
               88 REGISTRY-IS-ON VALUE "Y".

           01 INPUT-PLAYER PIC X(10).
           01 ANOTHER-FLAG PIC X(1) VALUE "Y".

           01 OPPONENT-TABLE.
               02 OPP-COUNT PIC 9(3) VALUE 0.
               02 OPP-ENTRY OCCURS 200 TIMES.
                   03 OPP-PLAYER      PIC X(10).
                   03 OPP-PLAYED      PIC 9(5).
                   03 OPP-WON         PIC 9(5).
                   03 OPP-LOST        PIC 9(5).
                   03 OPP-TIED        PIC 9(5).
                   03 OPP-MARGIN-FOR  PIC 9(7).
                   03 OPP-MARGIN-AGST PIC 9(7).
                   03 OPP-LAST-DATE   PIC 9(8).
           01 OPP-INDEX PIC 9(3).
           01 OPP-MATCH PIC 9(3).
           01 FIND-OPPONENT PIC X(10).
           01 SORT-I PIC 9(3).
           01 SORT-J PIC 9(3).
           01 SWAP-ENTRY PIC X(52).
           01 TABLE-OVERFLOW PIC X.
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 TOTAL-PLAYED PIC 9(5).
           01 TOTAL-WON PIC 9(5).
           01 TOTAL-LOST PIC 9(5).
           01 TOTAL-TIED PIC 9(5).
           01 WIN-PCT PIC 9(3).
           01 MARGIN-NET PIC S9(7).
           01 MARGIN-NET-ED PIC -(6)9.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Head-to-Head Records ----"

               OPEN INPUT PlayerRegistryFile
               IF REG-FILE-OK
                   MOVE "Y" TO REGISTRY-ON
               END-IF

               PERFORM PLAYER_INQUIRY
               UNTIL ANOTHER-FLAG NOT = "Y"

               IF REGISTRY-IS-ON
                   CLOSE PlayerRegistryFile
               END-IF
               DISPLAY "---- Head-to-Head Inquiry Complete ----"
               STOP RUN.

           PLAYER_INQUIRY SECTION.
               DISPLAY "Player id: "
               ACCEPT INPUT-PLAYER
               IF INPUT-PLAYER = SPACES
                   MOVE "N" TO ANOTHER-FLAG
                   EXIT SECTION
               END-IF

               IF REGISTRY-IS-ON
                   MOVE INPUT-PLAYER TO PR-PLAYER-ID
                   READ PlayerRegistryFile
                       INVALID KEY
                           DISPLAY "(not in the player registry)"
                       NOT INVALID KEY
                           DISPLAY PR-FULL-NAME "  rating "
                               PR-RATING
                   END-READ
               END-IF

               MOVE 0 TO OPP-COUNT
               MOVE "N" TO TABLE-OVERFLOW
               MOVE "N" TO H2H-EOF
               OPEN INPUT HeadToHeadFile
               IF NOT H2H-FILE-OK
                   DISPLAY "No head-to-head results on file."
                   MOVE "N" TO ANOTHER-FLAG
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_RESULT
               UNTIL H2H-EOF = "Y"
               CLOSE HeadToHeadFile

               IF OPP-COUNT = 0
                   DISPLAY "No head-to-head games for "
                       INPUT-PLAYER "."
               ELSE
                   PERFORM SORT_BY_PLAYED
                   PERFORM SHOW_RECORD
               END-IF

               DISPLAY "Another player? (Y/N): "
               ACCEPT ANOTHER-FLAG.

           READ_ONE_RESULT SECTION.
               READ HeadToHeadFile
                   AT END
                       MOVE "Y" TO H2H-EOF
                       EXIT SECTION
               END-READ
               EVALUATE INPUT-PLAYER
                   WHEN HH-PLAYER-A
                       MOVE HH-PLAYER-B TO FIND-OPPONENT
                   WHEN HH-PLAYER-B
                       MOVE HH-PLAYER-A TO FIND-OPPONENT
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE

               PERFORM FIND_OPPONENT
               IF OPP-MATCH = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO OPP-PLAYED(OPP-MATCH)
               EVALUATE HH-WINNER
                   WHEN INPUT-PLAYER
                       ADD 1 TO OPP-WON(OPP-MATCH)
                       ADD HH-MARGIN TO OPP-MARGIN-FOR(OPP-MATCH)
                   WHEN SPACES
                       ADD 1 TO OPP-TIED(OPP-MATCH)
                   WHEN OTHER
                       ADD 1 TO OPP-LOST(OPP-MATCH)
                       ADD HH-MARGIN TO OPP-MARGIN-AGST(OPP-MATCH)
               END-EVALUATE
               IF HH-DATE > OPP-LAST-DATE(OPP-MATCH)
                   MOVE HH-DATE TO OPP-LAST-DATE(OPP-MATCH)
               END-IF.

           FIND_OPPONENT SECTION.
               MOVE 0 TO OPP-MATCH
               PERFORM CHECK_ONE_OPPONENT
                   VARYING OPP-INDEX FROM 1 BY 1
                   UNTIL OPP-INDEX > OPP-COUNT OR OPP-MATCH > 0
               IF OPP-MATCH > 0
                   EXIT SECTION
               END-IF
               IF OPP-COUNT >= 200
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO OPP-COUNT
               MOVE OPP-COUNT TO OPP-MATCH
               MOVE FIND-OPPONENT TO OPP-PLAYER(OPP-MATCH)
               MOVE 0 TO OPP-PLAYED(OPP-MATCH)
               MOVE 0 TO OPP-WON(OPP-MATCH)
               MOVE 0 TO OPP-LOST(OPP-MATCH)
               MOVE 0 TO OPP-TIED(OPP-MATCH)
               MOVE 0 TO OPP-MARGIN-FOR(OPP-MATCH)
               MOVE 0 TO OPP-MARGIN-AGST(OPP-MATCH)
               MOVE 0 TO OPP-LAST-DATE(OPP-MATCH).

           CHECK_ONE_OPPONENT SECTION.
               IF OPP-PLAYER(OPP-INDEX) = FIND-OPPONENT
                   MOVE OPP-INDEX TO OPP-MATCH
               END-IF.

           SORT_BY_PLAYED SECTION.
               PERFORM SORT_PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I >= OPP-COUNT.

           SORT_PASS SECTION.
               PERFORM SORT_COMPARE
                   VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > OPP-COUNT - SORT-I.

           SORT_COMPARE SECTION.
               IF OPP-PLAYED(SORT-J) < OPP-PLAYED(SORT-J + 1)
                   MOVE OPP-ENTRY(SORT-J) TO SWAP-ENTRY
                   MOVE OPP-ENTRY(SORT-J + 1) TO OPP-ENTRY(SORT-J)
                   MOVE SWAP-ENTRY TO OPP-ENTRY(SORT-J + 1)
               END-IF.

           SHOW_RECORD SECTION.
               MOVE 0 TO TOTAL-PLAYED
               MOVE 0 TO TOTAL-WON
               MOVE 0 TO TOTAL-LOST
               MOVE 0 TO TOTAL-TIED
               DISPLAY "OPPONENT   PLAYED   WON  LOST  TIED  WIN%"
                   "  NET MARGIN  LAST PLAYED"
               PERFORM SHOW_ONE_OPPONENT
                   VARYING OPP-INDEX FROM 1 BY 1
                   UNTIL OPP-INDEX > OPP-COUNT
               COMPUTE WIN-PCT ROUNDED =
                   TOTAL-WON * 100 / TOTAL-PLAYED
               DISPLAY "ALL        " TOTAL-PLAYED " " TOTAL-WON " "
                   TOTAL-LOST " " TOTAL-TIED "  " WIN-PCT
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "(too many opponents - list incomplete)"
               END-IF.

           SHOW_ONE_OPPONENT SECTION.
               COMPUTE WIN-PCT ROUNDED =
                   OPP-WON(OPP-INDEX) * 100 / OPP-PLAYED(OPP-INDEX)
               COMPUTE MARGIN-NET = OPP-MARGIN-FOR(OPP-INDEX)
                   - OPP-MARGIN-AGST(OPP-INDEX)
               MOVE MARGIN-NET TO MARGIN-NET-ED
               DISPLAY OPP-PLAYER(OPP-INDEX) " "
                   OPP-PLAYED(OPP-INDEX) " "
                   OPP-WON(OPP-INDEX) " "
                   OPP-LOST(OPP-INDEX) " "
                   OPP-TIED(OPP-INDEX) "  "
                   WIN-PCT "     "
                   MARGIN-NET-ED "  "
                   OPP-LAST-DATE(OPP-INDEX)
               ADD OPP-PLAYED(OPP-INDEX) TO TOTAL-PLAYED
               ADD OPP-WON(OPP-INDEX) TO TOTAL-WON
               ADD OPP-LOST(OPP-INDEX) TO TOTAL-LOST
               ADD OPP-TIED(OPP-INDEX) TO TOTAL-TIED.
