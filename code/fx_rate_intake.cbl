           IDENTIFICATION DIVISION.
           PROGRAM-ID. FX-RATE-INTAKE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RateFeedFile ASSIGN TO "FXFEED"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FEED-FILE-STATUS.

               SELECT FxPairFile ASSIGN TO "FXPAIR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-PAIR
                   FILE STATUS IS PAIR-FILE-STATUS.

               SELECT ExchangeRateFile ASSIGN TO "EXCHRATE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XR-PAIR
                   FILE STATUS IS RATE-FILE-STATUS.

               SELECT FxReportFile ASSIGN TO "FXFEEDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD RateFeedFile.
           01 RateFeedLine.
               02 RF-PAIR      PIC X(6).
               02 RF-MID       PIC 9(3)V9(6).
               02 RF-RATE-DATE PIC 9(8).

           FD FxPairFile.
           COPY FXPAIR.

           FD ExchangeRateFile.
           01 EXCHANGE-RATE-RECORD.
               02 XR-PAIR     PIC X(6).
               02 XR-RATE     PIC 9(3)V9(6).
               02 XR-EFF-DATE PIC 9(8).

           FD FxReportFile.
           01 FX-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".
           01 PAIR-FILE-STATUS PIC XX.
               88 PAIR-FILE-OK VALUE "00".
           01 RATE-FILE-STATUS PIC XX.
               88 RATE-FILE-OK VALUE "00".
               88 RATE-FILE-MISSING VALUE "35".
           01 FEED-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 DEFAULT-TOLERANCE PIC 9(2)V99.
           01 TOLERANCE-PCT PIC 9(2)V99.
           01 RATE-DATE PIC 9(8).
           01 MOVE-PCT PIC 9(3)V99.
           01 RATE-MOVE PIC S9(3)V9(6).
           01 BUY-RATE PIC 9(3)V9(6).
           01 SELL-RATE PIC 9(3)V9(6).
           01 PREV-MID PIC 9(3)V9(6).
           01 STORE-PAIR PIC X(6).
           01 STORE-RATE PIC 9(3)V9(6).
           01 REJECT-REASON PIC X(20).

           01 RATES-READ     PIC 9(5) VALUE 0.
           01 RATES-ACCEPTED PIC 9(5) VALUE 0.
           01 RATES-REJECTED PIC 9(5) VALUE 0.

           01 FH-SOURCE-FEED PIC X(1) VALUE "F".
           01 FH-STATUS-OUT  PIC X(1).

           01 REG-FEED-ID      PIC X(8) VALUE "FXFEED".
           01 REG-FILE-NAME    PIC X(40) VALUE "FXFEED".
           01 REG-SENDER       PIC X(8).
           01 REG-SEQUENCE     PIC 9(6).
           01 REG-CREATED      PIC 9(8).
           01 REG-RECORD-COUNT PIC 9(7).
           01 REG-HASH-TOTAL   PIC 9(13)V99.
           01 REG-RESULT       PIC X(1).
               88 REG-IS-ACCEPTED VALUE "A".
               88 REG-IS-ALREADY-SEEN VALUE "P".

           01 REPORT-TEXT PIC X(80).
           01 MID-ED PIC ZZ9.999999.
           01 RATE-ED PIC ZZ9.999999.
           01 RATE2-ED PIC ZZ9.999999.
           01 PCT-ED PIC ZZ9.99.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Exchange Rate Feed Intake ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               MOVE "FXTOLPCT" TO PARM-ID
               MOVE RUN-DATE TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                   PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO DEFAULT-TOLERANCE
               ELSE
                   MOVE 5.00 TO DEFAULT-TOLERANCE
               END-IF

               OPEN INPUT RateFeedFile
               IF NOT FEED-FILE-OK
                   DISPLAY "No rate feed received - current rates "
                       "retained."
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "FXFEED" TO ALERT-SOURCE
                   MOVE "no treasury rate feed - rates will age"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               CALL "REGISTER-INBOUND" USING REG-FEED-ID,
                   REG-FILE-NAME, REG-SENDER, REG-SEQUENCE,
                   REG-CREATED, REG-RECORD-COUNT, REG-HASH-TOTAL,
                   REG-RESULT
               IF REG-IS-ALREADY-SEEN
                   DISPLAY "No new rate feed received - current "
                       "rates retained."
                   CLOSE RateFeedFile
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "FXFEED" TO ALERT-SOURCE
                   MOVE "no treasury rate feed - rates will age"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               IF NOT REG-IS-ACCEPTED
                   DISPLAY "Rate feed refused - current rates retained."
                   CLOSE RateFeedFile
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN I-O FxPairFile
               IF NOT PAIR-FILE-OK
                   DISPLAY "No currency pairs set up for the feed - "
                       "intake abandoned."
                   CLOSE RateFeedFile
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN I-O ExchangeRateFile
               IF RATE-FILE-MISSING
                   OPEN OUTPUT ExchangeRateFile
                   CLOSE ExchangeRateFile
                   OPEN I-O ExchangeRateFile
               END-IF

               OPEN OUTPUT FxReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Exchange Rate Feed " RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               MOVE "PAIR   MID        MOVE %  BUY RATE    SELL RATE"
                   TO REPORT-TEXT
               MOVE "   RESULT" TO REPORT-TEXT(50:)
               PERFORM WRITE_REPORT_LINE

               PERFORM LOAD_ONE_RATE
               UNTIL FEED-EOF = "Y"

               CLOSE RateFeedFile
               CLOSE FxPairFile
               CLOSE ExchangeRateFile

               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "Rates read " RATES-READ
                   "  accepted " RATES-ACCEPTED
                   "  rejected " RATES-REJECTED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               CLOSE FxReportFile
               DISPLAY REPORT-TEXT

               MOVE "FXFEED" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "FX_FEED_LOADED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING RATES-ACCEPTED " accepted "
                   RATES-REJECTED " rejected"
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               IF RATES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE RATES-ACCEPTED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Exchange Rate Feed Intake Complete ----"
               GOBACK.

           LOAD_ONE_RATE SECTION.
               READ RateFeedFile
                   AT END
                       MOVE "Y" TO FEED-EOF
                       EXIT SECTION
               END-READ
               IF RateFeedLine(1:6) = "ENVHDR"
                   OR RateFeedLine(1:6) = "ENVTRL"
                   EXIT SECTION
               END-IF
               ADD 1 TO RATES-READ

               MOVE 0 TO PREV-MID
               MOVE 0 TO MOVE-PCT
               MOVE 0 TO BUY-RATE
               MOVE 0 TO SELL-RATE
               MOVE SPACES TO REJECT-REASON
               IF RF-RATE-DATE IS NUMERIC AND RF-RATE-DATE > 0
                   MOVE RF-RATE-DATE TO RATE-DATE
               ELSE
                   MOVE RUN-DATE TO RATE-DATE
               END-IF

               IF RF-MID IS NOT NUMERIC OR RF-MID = 0
                   MOVE "mid rate not valid" TO REJECT-REASON
                   MOVE 0 TO RF-MID
                   PERFORM REJECT_RATE
                   EXIT SECTION
               END-IF

               MOVE RF-PAIR TO FP-PAIR
               READ FxPairFile
                   INVALID KEY
                       MOVE "pair not set up" TO REJECT-REASON
               END-READ
               IF REJECT-REASON NOT = SPACES
                   PERFORM REJECT_RATE
                   EXIT SECTION
               END-IF
               IF FP-IS-SUSPENDED
                   MOVE "pair suspended" TO REJECT-REASON
                   PERFORM REJECT_RATE
                   EXIT SECTION
               END-IF
               IF RATE-DATE < FP-LAST-DATE
                   MOVE "older than current" TO REJECT-REASON
                   PERFORM REJECT_RATE
                   EXIT SECTION
               END-IF

               MOVE FP-LAST-MID TO PREV-MID
               IF FP-TOLERANCE-PCT > 0
                   MOVE FP-TOLERANCE-PCT TO TOLERANCE-PCT
               ELSE
                   MOVE DEFAULT-TOLERANCE TO TOLERANCE-PCT
               END-IF
               IF PREV-MID > 0
                   COMPUTE RATE-MOVE = RF-MID - PREV-MID
                   IF RATE-MOVE < 0
                       COMPUTE RATE-MOVE = 0 - RATE-MOVE
                   END-IF
                   COMPUTE MOVE-PCT ROUNDED =
                       RATE-MOVE * 100 / PREV-MID
                       ON SIZE ERROR
                           MOVE 999.99 TO MOVE-PCT
                   END-COMPUTE
                   IF MOVE-PCT > TOLERANCE-PCT
                       MOVE "outside tolerance" TO REJECT-REASON
                       PERFORM REJECT_RATE
                       EXIT SECTION
                   END-IF
               END-IF

               COMPUTE BUY-RATE ROUNDED =
                   RF-MID * (1 - FP-BUY-SPREAD / 100)
               COMPUTE SELL-RATE ROUNDED =
                   1 / (RF-MID * (1 + FP-SELL-SPREAD / 100))
                   ON SIZE ERROR
                       MOVE 0 TO SELL-RATE
               END-COMPUTE
               IF BUY-RATE = 0 OR SELL-RATE = 0
                   MOVE "spread result zero" TO REJECT-REASON
                   PERFORM REJECT_RATE
                   EXIT SECTION
               END-IF

               MOVE RF-PAIR TO STORE-PAIR
               MOVE BUY-RATE TO STORE-RATE
               PERFORM STORE_CUSTOMER_RATE
               MOVE RF-PAIR(4:3) TO STORE-PAIR(1:3)
               MOVE RF-PAIR(1:3) TO STORE-PAIR(4:3)
               MOVE SELL-RATE TO STORE-RATE
               PERFORM STORE_CUSTOMER_RATE

               MOVE RF-MID TO FP-LAST-MID
               MOVE RATE-DATE TO FP-LAST-DATE
               REWRITE FX-PAIR-RECORD
               ADD 1 TO RATES-ACCEPTED
               MOVE "A" TO FH-STATUS-OUT
               PERFORM RECORD_HISTORY
               MOVE "accepted" TO REJECT-REASON
               PERFORM REPORT_RATE.

           STORE_CUSTOMER_RATE SECTION.
               MOVE STORE-PAIR TO XR-PAIR
               READ ExchangeRateFile
                   INVALID KEY
                       MOVE STORE-PAIR TO XR-PAIR
                       MOVE STORE-RATE TO XR-RATE
                       MOVE RATE-DATE TO XR-EFF-DATE
                       WRITE EXCHANGE-RATE-RECORD
                   NOT INVALID KEY
                       MOVE STORE-RATE TO XR-RATE
                       MOVE RATE-DATE TO XR-EFF-DATE
                       REWRITE EXCHANGE-RATE-RECORD
               END-READ.

           REJECT_RATE SECTION.
               ADD 1 TO RATES-REJECTED
               MOVE "R" TO FH-STATUS-OUT
               PERFORM RECORD_HISTORY
               PERFORM REPORT_RATE
               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "FXFEED" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "rate " RF-PAIR " rejected - " REJECT-REASON
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.

           RECORD_HISTORY SECTION.
               CALL "WRITE-FX-HISTORY" USING RF-PAIR, RATE-DATE,
                   FH-SOURCE-FEED, FH-STATUS-OUT, RF-MID, PREV-MID,
                   MOVE-PCT, BUY-RATE, SELL-RATE, RUN-DATE,
                   REJECT-REASON.

           REPORT_RATE SECTION.
               MOVE RF-MID TO MID-ED
               MOVE MOVE-PCT TO PCT-ED
               MOVE BUY-RATE TO RATE-ED
               MOVE SELL-RATE TO RATE2-ED
               INITIALIZE REPORT-TEXT
               STRING RF-PAIR " " MID-ED "  " PCT-ED "  "
                   RATE-ED "  " RATE2-ED "   " REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           WRITE_REPORT_LINE SECTION.
               MOVE REPORT-TEXT TO FX-REPORT-LINE
               WRITE FX-REPORT-LINE.
