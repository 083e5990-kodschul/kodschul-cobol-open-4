           01 JOURNAL-SEQ PIC 9(3) VALUE 0.
           01 CODES-CLOSED PIC 9(3) VALUE 0.

           01 YE-YEAR PIC 9(4).
           01 YE-OPERATOR PIC X(10).
           01 YE-ACTIVE PIC X(1).
               88 YE-IS-ACTIVE VALUE "Y".
           01 STEP-RECORDS PIC 9(7).
           01 STEP-TOTAL PIC 9(13)V99.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- GL Period-End Close ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-YEAR-END-RUN" USING YE-YEAR, YE-OPERATOR,
                   YE-ACTIVE

               IF YE-IS-ACTIVE
                   MOVE YE-OPERATOR TO CA-USER-ID
               ELSE
                   DISPLAY "Operator id: "
                   ACCEPT CA-USER-ID
               END-IF
               MOVE "GLCLOSE" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised to close a period."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               IF YE-IS-ACTIVE
                   COMPUTE CLOSE-PERIOD = YE-YEAR * 100 + 12
                   DISPLAY "Period to close: " CLOSE-PERIOD
               ELSE
                   DISPLAY "Period to close (YYYYMM): "
                   ACCEPT CLOSE-PERIOD
               END-IF

               PERFORM OPEN_PERIOD_FILE
               MOVE CLOSE-PERIOD TO PC-PERIOD
                           DISPLAY "Period already closed on "
                               PC-CLOSED-DATE
                           CLOSE PeriodControlFile
                           MOVE 4 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ

                   DISPLAY "No chart of accounts - close "
                       "abandoned."
                   CLOSE PeriodControlFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O GlBalanceFile
               OPEN EXTEND GlJournalFile

               DISPLAY "Income/expense codes closed: "
                   CODES-CLOSED
               MOVE CODES-CLOSED TO STEP-RECORDS
               IF RETAINED-DELTA < 0
                   COMPUTE STEP-TOTAL = RETAINED-DELTA * -1
               ELSE
                   MOVE RETAINED-DELTA TO STEP-TOTAL
               END-IF
               CALL "WRITE-STEPTOTAL" USING STEP-RECORDS, STEP-TOTAL
               DISPLAY "---- Period Close Complete ----"
               GOBACK.

           OPEN_PERIOD_FILE SECTION.
               OPEN I-O PeriodControlFile
