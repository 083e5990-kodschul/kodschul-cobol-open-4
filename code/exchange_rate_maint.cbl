                   RECORD KEY IS XR-PAIR
                   FILE STATUS IS RATE-FILE-STATUS.

               SELECT FxPairFile ASSIGN TO "FXPAIR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-PAIR
                   FILE STATUS IS PAIR-FILE-STATUS.

               SELECT FxHistoryFile ASSIGN TO "FXRATEHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ExchangeRateFile.
               02 XR-RATE     PIC 9(3)V9(6).
               02 XR-EFF-DATE PIC 9(8).

           FD FxPairFile.
           COPY FXPAIR.

           FD FxHistoryFile.
           COPY FXHIST.

           WORKING-STORAGE SECTION.
           01 RATE-FILE-STATUS PIC XX.
               88 RATE-FILE-OK VALUE "00".
               88 RATE-FILE-MISSING VALUE "35".
           01 PAIR-FILE-STATUS PIC XX.
               88 PAIR-FILE-OK VALUE "00".
               88 PAIR-FILE-MISSING VALUE "35".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 INPUT-PAIR PIC X(6).
           01 WORK-RATE PIC 9(3)V9(6).
           01 LIST-EOF PIC X VALUE "N".

           01 INPUT-BUY-SPREAD PIC 9(2)V9(4).
           01 INPUT-SELL-SPREAD PIC 9(2)V9(4).
           01 INPUT-TOLERANCE PIC 9(2)V99.
           01 INPUT-MAX-AGE PIC 9(3).
           01 INPUT-STATUS PIC X(1).
           01 PAIR-EXISTS PIC X(1).
               88 PAIR-IS-NEW VALUE "N".
           01 HISTORY-SHOWN PIC 9(3).

           01 MH-SOURCE   PIC X(1) VALUE "M".
           01 MH-STATUS   PIC X(1) VALUE "A".
           01 MH-PREV     PIC 9(3)V9(6).
           01 MH-MOVE-PCT PIC 9(3)V99 VALUE 0.
           01 MH-BUY      PIC 9(3)V9(6) VALUE 0.
           01 MH-SELL     PIC 9(3)V9(6) VALUE 0.
           01 MH-TODAY    PIC 9(8).
           01 MH-REASON   PIC X(20) VALUE "manual entry".

           01 TOLERANCE-PCT PIC 9(2)V99.
           01 RATE-MOVE PIC S9(3)V9(6).
           01 STORE-PAIR PIC X(6).
           01 STORE-RATE PIC 9(3)V9(6).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
                   CLOSE ExchangeRateFile
                   OPEN I-O ExchangeRateFile
               END-IF
               OPEN I-O FxPairFile
               IF PAIR-FILE-MISSING
                   OPEN OUTPUT FxPairFile
                   CLOSE FxPairFile
                   OPEN I-O FxPairFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE ExchangeRateFile
               CLOSE FxPairFile
               DISPLAY "---- Maintenance Complete ----"
               STOP RUN.

               DISPLAY "*********************************"
               DISPLAY "* 1. Set exchange rate          *"
               DISPLAY "* 2. List exchange rates        *"
               DISPLAY "* 3. Set feed controls for pair *"
               DISPLAY "* 4. Show rate history for pair *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE
                   WHEN 2
                       PERFORM LIST_RATES
                   WHEN 3
                       PERFORM SET_PAIR_CONTROLS
                   WHEN 4
                       PERFORM SHOW_RATE_HISTORY
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
           SET_RATE SECTION.
               DISPLAY "Currency pair (e.g. EURUSD): "
               ACCEPT INPUT-PAIR
               DISPLAY "Mid rate (e.g. 001.085000): "
               ACCEPT INPUT-RATE
               MOVE FUNCTION NUMVAL(INPUT-RATE) TO WORK-RATE
               IF WORK-RATE = 0
               END-IF
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT INPUT-EFF-DATE
               ACCEPT MH-TODAY FROM DATE YYYYMMDD

               MOVE INPUT-PAIR TO FP-PAIR
               READ FxPairFile
                   INVALID KEY
                       DISPLAY "Pair not set up - set its feed "
                           "controls first (option 3)."
                       EXIT SECTION
               END-READ
               IF FP-IS-SUSPENDED
                   DISPLAY "Pair is suspended - rate refused."
                   EXIT SECTION
               END-IF
               IF INPUT-EFF-DATE < FP-LAST-DATE
                   DISPLAY "Effective date is older than the "
                       "current rate (" FP-LAST-DATE ") - refused."
                   EXIT SECTION
               END-IF

               MOVE FP-LAST-MID TO MH-PREV
               MOVE 0 TO MH-MOVE-PCT
               MOVE 0 TO MH-BUY
               MOVE 0 TO MH-SELL
               IF FP-TOLERANCE-PCT > 0
                   MOVE FP-TOLERANCE-PCT TO TOLERANCE-PCT
               ELSE
                   MOVE "FXTOLPCT" TO PARM-ID
                   MOVE MH-TODAY TO PARM-ASOF
                   CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                       PARM-VALUE, PARM-FOUND
                   IF PARM-IS-FOUND AND PARM-VALUE > 0
                       MOVE PARM-VALUE TO TOLERANCE-PCT
                   ELSE
                       MOVE 5.00 TO TOLERANCE-PCT
                   END-IF
               END-IF
               IF MH-PREV > 0
                   COMPUTE RATE-MOVE = WORK-RATE - MH-PREV
                   IF RATE-MOVE < 0
                       COMPUTE RATE-MOVE = 0 - RATE-MOVE
                   END-IF
                   COMPUTE MH-MOVE-PCT ROUNDED =
                       RATE-MOVE * 100 / MH-PREV
                       ON SIZE ERROR
                           MOVE 999.99 TO MH-MOVE-PCT
                   END-COMPUTE
                   IF MH-MOVE-PCT > TOLERANCE-PCT
                       DISPLAY "Rate moved " MH-MOVE-PCT
                           "% against last mid " MH-PREV
                           " - outside tolerance, refused."
                       MOVE "R" TO MH-STATUS
                       MOVE "outside tolerance" TO MH-REASON
                       PERFORM RECORD_MANUAL_HISTORY
                       EXIT SECTION
                   END-IF
               END-IF

               COMPUTE MH-BUY ROUNDED =
                   WORK-RATE * (1 - FP-BUY-SPREAD / 100)
               COMPUTE MH-SELL ROUNDED =
                   1 / (WORK-RATE * (1 + FP-SELL-SPREAD / 100))
                   ON SIZE ERROR
                       MOVE 0 TO MH-SELL
               END-COMPUTE
               IF MH-BUY = 0 OR MH-SELL = 0
                   DISPLAY "Spread result is zero - rate refused."
                   MOVE "R" TO MH-STATUS
                   MOVE "spread result zero" TO MH-REASON
                   PERFORM RECORD_MANUAL_HISTORY
                   EXIT SECTION
               END-IF

               MOVE INPUT-PAIR TO STORE-PAIR
               MOVE MH-BUY TO STORE-RATE
               PERFORM STORE_CUSTOMER_RATE
               MOVE INPUT-PAIR(4:3) TO STORE-PAIR(1:3)
               MOVE INPUT-PAIR(1:3) TO STORE-PAIR(4:3)
               MOVE MH-SELL TO STORE-RATE
               PERFORM STORE_CUSTOMER_RATE

               MOVE WORK-RATE TO FP-LAST-MID
               MOVE INPUT-EFF-DATE TO FP-LAST-DATE
               REWRITE FX-PAIR-RECORD
               DISPLAY "Rate set - buy " MH-BUY " " INPUT-PAIR
                   ", sell " MH-SELL " " STORE-PAIR "."

               MOVE "EXCHRATE" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               STRING INPUT-PAIR " rate " INPUT-RATE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               MOVE "A" TO MH-STATUS
               MOVE "manual entry" TO MH-REASON
               PERFORM RECORD_MANUAL_HISTORY.

           STORE_CUSTOMER_RATE SECTION.
               MOVE STORE-PAIR TO XR-PAIR
               READ ExchangeRateFile
                   INVALID KEY
                       MOVE STORE-PAIR TO XR-PAIR
                       MOVE STORE-RATE TO XR-RATE
                       MOVE INPUT-EFF-DATE TO XR-EFF-DATE
                       WRITE EXCHANGE-RATE-RECORD
                   NOT INVALID KEY
                       MOVE STORE-RATE TO XR-RATE
                       MOVE INPUT-EFF-DATE TO XR-EFF-DATE
                       REWRITE EXCHANGE-RATE-RECORD
               END-READ.

           RECORD_MANUAL_HISTORY SECTION.
               CALL "WRITE-FX-HISTORY" USING INPUT-PAIR,
                   INPUT-EFF-DATE, MH-SOURCE, MH-STATUS, WORK-RATE,
                   MH-PREV, MH-MOVE-PCT, MH-BUY, MH-SELL,
                   MH-TODAY, MH-REASON.

           LIST_RATES SECTION.
               MOVE "N" TO LIST-EOF
                       DISPLAY XR-PAIR "  " XR-RATE "  "
                           XR-EFF-DATE
               END-READ.

           SET_PAIR_CONTROLS SECTION.
               DISPLAY "Feed currency pair (e.g. EURUSD): "
               ACCEPT INPUT-PAIR
               IF INPUT-PAIR = SPACES
                   EXIT SECTION
               END-IF
               MOVE "Y" TO PAIR-EXISTS
               MOVE INPUT-PAIR TO FP-PAIR
               READ FxPairFile
                   INVALID KEY
                       MOVE "N" TO PAIR-EXISTS
                   NOT INVALID KEY
                       DISPLAY "  Buy spread " FP-BUY-SPREAD
                           "%  sell spread " FP-SELL-SPREAD "%"
                       DISPLAY "  Tolerance " FP-TOLERANCE-PCT
                           "%  max age " FP-MAX-AGE-DAYS
                           " days  status " FP-STATUS
                       DISPLAY "  Last mid " FP-LAST-MID " on "
                           FP-LAST-DATE
               END-READ

               DISPLAY "Buy spread % (customer sells "
                   INPUT-PAIR(1:3) "): "
               ACCEPT INPUT-BUY-SPREAD
               DISPLAY "Sell spread % (customer buys "
                   INPUT-PAIR(1:3) "): "
               ACCEPT INPUT-SELL-SPREAD
               DISPLAY "Day-on-day tolerance % (0 = default): "
               ACCEPT INPUT-TOLERANCE
               DISPLAY "Maximum rate age in days (0 = default): "
               ACCEPT INPUT-MAX-AGE
               DISPLAY "(A)ctive or (S)uspended: "
               ACCEPT INPUT-STATUS
               IF INPUT-STATUS NOT = "A" AND INPUT-STATUS NOT = "S"
                   DISPLAY "Answer A or S - pair unchanged."
                   EXIT SECTION
               END-IF
               IF INPUT-BUY-SPREAD > 10 OR INPUT-SELL-SPREAD > 10
                   DISPLAY "Spreads above 10% refused - pair "
                       "unchanged."
                   EXIT SECTION
               END-IF

               IF PAIR-IS-NEW
                   INITIALIZE FX-PAIR-RECORD
                   MOVE INPUT-PAIR TO FP-PAIR
               END-IF
               MOVE INPUT-BUY-SPREAD TO FP-BUY-SPREAD
               MOVE INPUT-SELL-SPREAD TO FP-SELL-SPREAD
               MOVE INPUT-TOLERANCE TO FP-TOLERANCE-PCT
               MOVE INPUT-MAX-AGE TO FP-MAX-AGE-DAYS
               MOVE INPUT-STATUS TO FP-STATUS
               IF PAIR-IS-NEW
                   WRITE FX-PAIR-RECORD
                   DISPLAY "Feed pair created."
               ELSE
                   REWRITE FX-PAIR-RECORD
                   DISPLAY "Feed pair updated."
               END-IF

               MOVE "EXCHRATE" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "FX_PAIR_CONTROLS" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-PAIR " " INPUT-BUY-SPREAD "/"
                   INPUT-SELL-SPREAD " " INPUT-STATUS
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           SHOW_RATE_HISTORY SECTION.
               DISPLAY "Currency pair: "
               ACCEPT INPUT-PAIR
               OPEN INPUT FxHistoryFile
               IF NOT HIST-FILE-OK
                   DISPLAY "No rate history on file."
                   EXIT SECTION
               END-IF
               MOVE "N" TO LIST-EOF
               MOVE 0 TO HISTORY-SHOWN
               MOVE INPUT-PAIR TO FH-PAIR
               MOVE 0 TO FH-DATE
               MOVE 0 TO FH-SEQ
               START FxHistoryFile KEY IS NOT LESS THAN FH-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               DISPLAY "DATE     SRC ST MID         MOVE %  REASON"
               PERFORM SHOW_ONE_HISTORY
               UNTIL LIST-EOF = "Y"
               CLOSE FxHistoryFile
               DISPLAY HISTORY-SHOWN " rate(s) on file for "
                   INPUT-PAIR.

           SHOW_ONE_HISTORY SECTION.
               READ FxHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF FH-PAIR NOT = INPUT-PAIR
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO HISTORY-SHOWN
               DISPLAY FH-DATE " " FH-SOURCE "   " FH-STATUS "  "
                   FH-MID "  " FH-MOVE-PCT "  " FH-REASON.
