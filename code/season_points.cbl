
           01 PLAYERS-CONVERTED PIC 9(3) VALUE 0.
           01 PLAYERS-UNLINKED PIC 9(3) VALUE 0.
           01 POINTS-GRANTED PIC 9(9) VALUE 0.

           01 STEP-RECORDS PIC 9(7).
           01 STEP-TOTAL PIC 9(13)V99.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Season Points to Loyalty ----"
               MOVE 0 TO RETURN-CODE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD

               ACCEPT PARM-ASOF FROM DATE YYYYMMDD
               OPEN I-O SeasonStandingsFile
               IF NOT SEASON-FILE-OK
                   DISPLAY "No season standings on file."
                   PERFORM WRITE_STEP_TOTAL
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT PlayerCustomerFile
                   DISPLAY "No player/customer links - "
                       "nothing to convert."
                   CLOSE SeasonStandingsFile
                   PERFORM WRITE_STEP_TOTAL
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O LoyaltyFile
               DISPLAY "Players unlinked : " PLAYERS-UNLINKED
               DISPLAY "Season standings cleared for the new "
                   "season."
               PERFORM WRITE_STEP_TOTAL
               DISPLAY "---- Conversion Complete ----"
               GOBACK.

           WRITE_STEP_TOTAL SECTION.
               MOVE PLAYERS-CONVERTED TO STEP-RECORDS
               MOVE POINTS-GRANTED TO STEP-TOTAL
               CALL "WRITE-STEPTOTAL" USING STEP-RECORDS,
                   STEP-TOTAL.

           CONVERT_ONE_PLAYER SECTION.
               READ SeasonStandingsFile NEXT RECORD
               DISPLAY SS-PLAYER " -> customer " PC-CUST-ID
                   " granted " LOYALTY-GRANT " points."
               ADD 1 TO PLAYERS-CONVERTED
               ADD LOYALTY-GRANT TO POINTS-GRANTED

               MOVE 0 TO SS-POINTS
               REWRITE SEASON-STANDINGS-RECORD.
