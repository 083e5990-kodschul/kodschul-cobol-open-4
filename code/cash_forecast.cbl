           IDENTIFICATION DIVISION.
           PROGRAM-ID. CASH-FORECAST.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CassetteFile ASSIGN TO "CASSETTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAS-KEY
                   FILE STATUS IS CAS-FILE-STATUS.

               SELECT TerminalMasterFile ASSIGN TO "TERMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-ID
                   FILE STATUS IS TERM-FILE-STATUS.

               SELECT TransLogInFile ASSIGN TO LOG-IN-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-IN-FILE-STATUS.

               SELECT ForecastHistoryFile ASSIGN TO "CASHFCST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT OrderRegisterFile ASSIGN TO "CITORDRG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REG-FILE-STATUS.

               SELECT CitOrderFile ASSIGN TO ORDER-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ForecastReportFile ASSIGN TO "CASHFRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT AccuracyReportFile ASSIGN TO "CASHACC"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD CassetteFile.
           01 CASSETTE-RECORD.
               02 CAS-KEY.
                   03 CAS-TERMINAL PIC X(4).
                   03 CAS-DENOM    PIC 9(3).
               02 CAS-LOADED       PIC 9(5).
               02 CAS-REMAINING    PIC 9(5).
               02 CAS-RELOAD-LEVEL PIC 9(5).

           FD TerminalMasterFile.
           01 TERMINAL-MASTER-RECORD.
               02 TRM-ID       PIC X(4).
               02 TRM-LOCATION PIC X(20).
               02 TRM-STATUS   PIC X(1).
                   88 TRM-IS-ACTIVE VALUE "A".
                   88 TRM-IS-CLOSED VALUE "X".

           FD TransLogInFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD ForecastHistoryFile.
           01 ForecastHistoryLine.
               02 FH-FOR-DATE  PIC 9(8).
               02 FH-TERMINAL  PIC X(4).
               02 FH-DENOM     PIC 9(3).
               02 FH-NOTES     PIC 9(5).
               02 FH-MADE-ON   PIC 9(8).

           FD OrderRegisterFile.
           01 OrderRegisterLine.
               02 OR-TERMINAL  PIC X(4).
               02 OR-DELIVERY  PIC 9(8).
               02 OR-ORDERED   PIC 9(8).

           FD CitOrderFile.
           01 CIT-ORDER-LINE PIC X(80).

           FD ForecastReportFile.
           01 FORECAST-REPORT-LINE PIC X(80).

           FD AccuracyReportFile.
           01 ACCURACY-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CAS-FILE-STATUS PIC XX.
               88 CAS-FILE-OK VALUE "00".
           01 TERM-FILE-STATUS PIC XX.
               88 TERM-FILE-OK VALUE "00".
           01 LOG-IN-FILE-STATUS PIC XX.
               88 LOG-IN-FILE-OK VALUE "00".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
           01 REG-FILE-STATUS PIC XX.
               88 REG-FILE-OK VALUE "00".
           01 LOG-IN-FILE-NAME PIC X(40).
           01 ORDER-FILE-NAME PIC X(40).
           01 SCAN-EOF PIC X.

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20).
               02 TL-TERMINAL  PIC X(4).

           01 CIT-ORDER-RECORD.
               02 CO-TERMINAL  PIC X(4).
               02 CO-LOCATION  PIC X(20).
               02 CO-DELIVERY  PIC 9(8).
               02 CO-DENOM     PIC 9(3).
               02 CO-NOTES     PIC 9(5).
               02 CO-VALUE     PIC 9(7)V99.
               02 CO-PRIORITY  PIC X(1).
                   88 CO-IS-URGENT VALUE "U".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 RUN-INT PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 SCAN-DATE PIC 9(8).
           01 WINDOW-START PIC 9(8).
           01 WINDOW-START-INT PIC 9(8).
           01 WEEK-START PIC 9(8).
           01 EARLIEST-DATE PIC 9(8).
           01 DELIVERY-DATE PIC 9(8).
           01 DELIVERY-OFFSET PIC 9(3).
           01 WEEKDAY-NUM PIC 9.
           01 RUN-WEEKDAY PIC 9.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 HISTORY-WEEKS PIC 9(2) VALUE 8.
           01 HORIZON-DAYS PIC 9(2) VALUE 14.
           01 LEAD-DAYS PIC 9(2) VALUE 2.
           01 ACCURACY-WEEKDAY PIC 9 VALUE 5.

           01 DENOM-LIST PIC X(9) VALUE "050020010".
           01 DENOM-TABLE REDEFINES DENOM-LIST.
               02 DENOM-VALUE PIC 9(3) OCCURS 3 TIMES.
           01 DENOM-INDEX PIC 9.
           01 DAY-INDEX PIC 9.
           01 DAY-OFFSET PIC 9(3).

           01 DAYS-SEEN-TABLE.
               02 DAYS-SEEN PIC 9(3) OCCURS 7 TIMES.
           01 OFFSET-WEEKDAY-TABLE.
               02 OFFSET-WEEKDAY PIC 9 OCCURS 60 TIMES.

           01 TERMINAL-TABLE.
               02 FT-COUNT PIC 9(3) VALUE 0.
               02 FT-ENTRY OCCURS 50 TIMES.
                   03 FT-TERMINAL PIC X(4).
                   03 FT-LOCATION PIC X(20).
                   03 FT-ACTIVE   PIC X(1).
                   03 FT-DAY OCCURS 7 TIMES.
                       04 FT-DAY-NOTES PIC 9(7) OCCURS 3 TIMES.
                   03 FT-DENOM OCCURS 3 TIMES.
                       04 FT-HAS-CASSETTE PIC X(1).
                       04 FT-LOADED       PIC 9(5).
                       04 FT-REMAINING    PIC 9(5).
                       04 FT-RELOAD-LEVEL PIC 9(5).
                       04 FT-LOW-DAYS     PIC 9(3).
                       04 FT-EMPTY-DAYS   PIC 9(3).
                       04 FT-AT-DELIVERY  PIC S9(7).
                       04 FT-HORIZON-USE  PIC 9(7).
                       04 FT-WEEK-ACTUAL  PIC 9(7).
                       04 FT-WEEK-FCST    PIC 9(7).
           01 FT-INDEX PIC 9(3).
           01 FT-FOUND PIC 9(3).
           01 FT-SCAN PIC 9(3).
           01 LOOKUP-TERMINAL PIC X(4).
           01 TABLE-FULL PIC X VALUE "N".
               88 TABLE-IS-FULL VALUE "Y".

           01 OPEN-ORDER-TABLE.
               02 OO-COUNT PIC 9(3) VALUE 0.
               02 OO-TERMINAL PIC X(4) OCCURS 200 TIMES.
           01 OO-INDEX PIC 9(3).
           01 ORDER-OUTSTANDING PIC X(1).
               88 ORDER-IS-OUTSTANDING VALUE "Y".

           01 AVERAGE-TABLE.
               02 AVG-NOTES PIC 9(5) OCCURS 7 TIMES.
           01 PROJECTED PIC S9(7).
           01 NOTES-50 PIC 9(5).
           01 NOTES-20 PIC 9(5).
           01 NOTES-10 PIC 9(5).
           01 NOTE-AMOUNT PIC 9(7).
           01 AMOUNT-LEFT PIC 9(7).
           01 ORDER-NEEDED PIC X(1).
               88 ORDER-IS-NEEDED VALUE "Y".
           01 ORDER-URGENT PIC X(1).
               88 ORDER-IS-URGENT VALUE "Y".
           01 ORDER-NOTES PIC S9(7).
           01 ORDER-TARGET PIC 9(7).
           01 NEXT-DAY-FORECAST PIC 9(5).

           01 DIFF-NOTES PIC S9(7).
           01 ACCURACY-PCT PIC 9(3).
           01 TOTAL-WEEK-FCST PIC 9(9) VALUE 0.
           01 TOTAL-WEEK-ACTUAL PIC 9(9) VALUE 0.
           01 TOTAL-WEEK-DIFF PIC 9(9) VALUE 0.

           01 TRANSACTIONS-USED PIC 9(7) VALUE 0.
           01 TERMINALS-ORDERED PIC 9(3) VALUE 0.
           01 ORDERS-URGENT PIC 9(3) VALUE 0.
           01 ORDER-LINES PIC 9(7) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 DAYS-ED PIC ZZ9.
           01 NOTES-ED PIC ZZZZZZ9.
           01 PCT-ED PIC ZZ9.
           01 ACTION-TEXT PIC X(20).

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7).
           01 EV-HASH-TOTAL PIC 9(13)V99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- ATM Cash Replenishment Forecast ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               PERFORM LOAD_FORECAST_PARAMETERS

               OPEN INPUT CassetteFile
               IF NOT CAS-FILE-OK
                   DISPLAY "No cassette file - nothing to forecast."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO CAS-KEY
               START CassetteFile KEY IS NOT LESS THAN CAS-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM LOAD_ONE_CASSETTE
                   UNTIL SCAN-EOF = "Y"
               CLOSE CassetteFile

               PERFORM LOAD_TERMINAL_STATUS
               PERFORM LOAD_USAGE_HISTORY
               PERFORM COUNT_DAYS_SEEN
               PERFORM LOAD_OPEN_ORDERS

               IF RUN-WEEKDAY = ACCURACY-WEEKDAY
                   PERFORM REPORT_WEEKLY_ACCURACY
               END-IF

               OPEN OUTPUT ForecastReportFile
               PERFORM WRITE_FORECAST_HEADER
               OPEN EXTEND ForecastHistoryFile
               IF NOT HIST-FILE-OK
                   OPEN OUTPUT ForecastHistoryFile
               END-IF
               OPEN EXTEND OrderRegisterFile
               IF NOT REG-FILE-OK
                   OPEN OUTPUT OrderRegisterFile
               END-IF
               PERFORM OPEN_ORDER_FILE

               PERFORM FORECAST_TERMINAL
                   VARYING FT-INDEX FROM 1 BY 1
                   UNTIL FT-INDEX > FT-COUNT

               PERFORM CLOSE_ORDER_FILE
               CLOSE OrderRegisterFile
               CLOSE ForecastHistoryFile
               CLOSE ForecastReportFile

               DISPLAY "Terminals forecast:   " FT-COUNT
               DISPLAY "Withdrawals learned:  " TRANSACTIONS-USED
               DISPLAY "Terminals ordered:    " TERMINALS-ORDERED
               DISPLAY "Urgent orders:        " ORDERS-URGENT
               DISPLAY "Order file: " ORDER-FILE-NAME
               IF TABLE-IS-FULL
                   DISPLAY "Terminal table full - some terminals "
                       "were not forecast."
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF ORDERS-URGENT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE ORDER-LINES TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Cash Forecast Complete ----"
               GOBACK.

           LOAD_FORECAST_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "FCSTWEEKS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO HISTORY-WEEKS
               END-IF
               MOVE "FCSTHORIZON" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO HORIZON-DAYS
               END-IF
               IF HORIZON-DAYS > 60
                   MOVE 60 TO HORIZON-DAYS
               END-IF
               MOVE "FCSTLEADDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO LEAD-DAYS
               END-IF
               MOVE "FCSTACCDAY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO ACCURACY-WEEKDAY
               END-IF

               COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
               MOVE RUN-INT TO DATE-INT
               PERFORM SET_WEEKDAY
               MOVE WEEKDAY-NUM TO RUN-WEEKDAY
               COMPUTE WINDOW-START-INT =
                   RUN-INT - HISTORY-WEEKS * 7 + 1
               COMPUTE WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INT)
               COMPUTE DATE-INT = RUN-INT - 6
               COMPUTE WEEK-START =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)

               PERFORM SET_OFFSET_WEEKDAY
                   VARYING DAY-OFFSET FROM 1 BY 1
                   UNTIL DAY-OFFSET > HORIZON-DAYS

               COMPUTE DATE-INT = RUN-INT + LEAD-DAYS
               IF LEAD-DAYS = 0
                   ADD 1 TO DATE-INT
               END-IF
               COMPUTE DELIVERY-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)
               CALL "NEXT-BUSINESS-DAY" USING DELIVERY-DATE
               COMPUTE DELIVERY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(DELIVERY-DATE) - RUN-INT
               IF DELIVERY-OFFSET > HORIZON-DAYS
                   MOVE HORIZON-DAYS TO DELIVERY-OFFSET
               END-IF.

           SET_OFFSET_WEEKDAY SECTION.
               COMPUTE DATE-INT = RUN-INT + DAY-OFFSET
               PERFORM SET_WEEKDAY
               MOVE WEEKDAY-NUM TO OFFSET-WEEKDAY(DAY-OFFSET).

           SET_WEEKDAY SECTION.
               COMPUTE WEEKDAY-NUM = FUNCTION MOD(DATE-INT, 7)
               IF WEEKDAY-NUM = 0
                   MOVE 7 TO WEEKDAY-NUM
               END-IF.

           LOAD_ONE_CASSETTE SECTION.
               READ CassetteFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               PERFORM FIND_DENOM
               IF DENOM-INDEX = 0
                   EXIT SECTION
               END-IF
               MOVE CAS-TERMINAL TO LOOKUP-TERMINAL
               PERFORM ADD_TERMINAL
               IF FT-FOUND = 0
                   EXIT SECTION
               END-IF
               MOVE "Y" TO FT-HAS-CASSETTE(FT-FOUND, DENOM-INDEX)
               MOVE CAS-LOADED TO FT-LOADED(FT-FOUND, DENOM-INDEX)
               MOVE CAS-REMAINING TO
                   FT-REMAINING(FT-FOUND, DENOM-INDEX)
               MOVE CAS-RELOAD-LEVEL TO
                   FT-RELOAD-LEVEL(FT-FOUND, DENOM-INDEX).

           FIND_DENOM SECTION.
               MOVE 0 TO DENOM-INDEX
               EVALUATE CAS-DENOM
                   WHEN 50
                       MOVE 1 TO DENOM-INDEX
                   WHEN 20
                       MOVE 2 TO DENOM-INDEX
                   WHEN 10
                       MOVE 3 TO DENOM-INDEX
               END-EVALUATE.

           FIND_TERMINAL SECTION.
               MOVE 0 TO FT-FOUND
               PERFORM MATCH_ONE_TERMINAL
                   VARYING FT-SCAN FROM 1 BY 1
                   UNTIL FT-SCAN > FT-COUNT OR FT-FOUND > 0.

           MATCH_ONE_TERMINAL SECTION.
               IF FT-TERMINAL(FT-SCAN) = LOOKUP-TERMINAL
                   MOVE FT-SCAN TO FT-FOUND
               END-IF.

           ADD_TERMINAL SECTION.
               PERFORM FIND_TERMINAL
               IF FT-FOUND > 0
                   EXIT SECTION
               END-IF
               IF FT-COUNT = 50
                   MOVE "Y" TO TABLE-FULL
                   EXIT SECTION
               END-IF
               ADD 1 TO FT-COUNT
               INITIALIZE FT-ENTRY(FT-COUNT)
               MOVE LOOKUP-TERMINAL TO FT-TERMINAL(FT-COUNT)
               MOVE "Y" TO FT-ACTIVE(FT-COUNT)
               MOVE FT-COUNT TO FT-FOUND.

           LOAD_TERMINAL_STATUS SECTION.
               OPEN INPUT TerminalMasterFile
               IF NOT TERM-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM CHECK_ONE_TERMINAL
                   VARYING FT-INDEX FROM 1 BY 1
                   UNTIL FT-INDEX > FT-COUNT
               CLOSE TerminalMasterFile.

           CHECK_ONE_TERMINAL SECTION.
               MOVE FT-TERMINAL(FT-INDEX) TO TRM-ID
               READ TerminalMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-LOCATION TO FT-LOCATION(FT-INDEX)
                       IF NOT TRM-IS-ACTIVE
                           MOVE "N" TO FT-ACTIVE(FT-INDEX)
                       END-IF
               END-READ.

           LOAD_USAGE_HISTORY SECTION.
               MOVE RUN-DATE TO EARLIEST-DATE
               PERFORM LOAD_ONE_DAY_LOG
                   VARYING DATE-INT FROM WINDOW-START-INT BY 1
                   UNTIL DATE-INT > RUN-INT
               MOVE "TRANSLOG" TO LOG-IN-FILE-NAME
               PERFORM LOAD_ONE_LOG_FILE.

           LOAD_ONE_DAY_LOG SECTION.
               COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT)
               INITIALIZE LOG-IN-FILE-NAME
               STRING "TRANSLOG." SCAN-DATE DELIMITED BY SIZE
                   INTO LOG-IN-FILE-NAME
               PERFORM LOAD_ONE_LOG_FILE.

           LOAD_ONE_LOG_FILE SECTION.
               MOVE "N" TO SCAN-EOF
               OPEN INPUT TransLogInFile
               IF NOT LOG-IN-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_LOG_LINE
                   UNTIL SCAN-EOF = "Y"
               CLOSE TransLogInFile.

           READ_ONE_LOG_LINE SECTION.
               READ TransLogInFile
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               MOVE TRANS-LOG-LINE TO TRANS-LOG-RECORD
               IF TL-DATE < WINDOW-START OR TL-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               IF TL-TERMINAL = SPACES
                   EXIT SECTION
               END-IF
               IF TL-TYPE NOT = "WITHDRAWAL"
                   AND TL-TYPE NOT = "CCASH-REL"
                   EXIT SECTION
               END-IF
               MOVE TL-TERMINAL TO LOOKUP-TERMINAL
               PERFORM FIND_TERMINAL
               IF FT-FOUND = 0
                   EXIT SECTION
               END-IF
               PERFORM SPLIT_NOTES
               IF NOTE-AMOUNT = 0
                   EXIT SECTION
               END-IF
               IF TL-DATE < EARLIEST-DATE
                   MOVE TL-DATE TO EARLIEST-DATE
               END-IF
               COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(TL-DATE)
               PERFORM SET_WEEKDAY
               ADD NOTES-50 TO FT-DAY-NOTES(FT-FOUND, WEEKDAY-NUM, 1)
               ADD NOTES-20 TO FT-DAY-NOTES(FT-FOUND, WEEKDAY-NUM, 2)
               ADD NOTES-10 TO FT-DAY-NOTES(FT-FOUND, WEEKDAY-NUM, 3)
               IF TL-DATE NOT < WEEK-START
                   ADD NOTES-50 TO FT-WEEK-ACTUAL(FT-FOUND, 1)
                   ADD NOTES-20 TO FT-WEEK-ACTUAL(FT-FOUND, 2)
                   ADD NOTES-10 TO FT-WEEK-ACTUAL(FT-FOUND, 3)
               END-IF
               ADD 1 TO TRANSACTIONS-USED.

           SPLIT_NOTES SECTION.
               MOVE 0 TO NOTES-50 NOTES-20 NOTES-10
               MOVE TL-AMOUNT TO NOTE-AMOUNT
               IF TL-AMOUNT NOT = NOTE-AMOUNT
                   MOVE 0 TO NOTE-AMOUNT
                   EXIT SECTION
               END-IF
               COMPUTE NOTES-50 = NOTE-AMOUNT / 50
               COMPUTE AMOUNT-LEFT = NOTE-AMOUNT - NOTES-50 * 50
               COMPUTE NOTES-20 = AMOUNT-LEFT / 20
               COMPUTE NOTES-10 =
                   (AMOUNT-LEFT - NOTES-20 * 20) / 10.

           COUNT_DAYS_SEEN SECTION.
               INITIALIZE DAYS-SEEN-TABLE
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(EARLIEST-DATE)
               IF DATE-INT < WINDOW-START-INT
                   MOVE WINDOW-START-INT TO DATE-INT
               END-IF
               IF TRANSACTIONS-USED = 0
                   EXIT SECTION
               END-IF
               PERFORM COUNT_ONE_DAY
                   UNTIL DATE-INT > RUN-INT.

           COUNT_ONE_DAY SECTION.
               PERFORM SET_WEEKDAY
               ADD 1 TO DAYS-SEEN(WEEKDAY-NUM)
               ADD 1 TO DATE-INT.

           LOAD_OPEN_ORDERS SECTION.
               OPEN INPUT OrderRegisterFile
               IF NOT REG-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               PERFORM LOAD_ONE_OPEN_ORDER
                   UNTIL SCAN-EOF = "Y"
               CLOSE OrderRegisterFile.

           LOAD_ONE_OPEN_ORDER SECTION.
               READ OrderRegisterFile
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF OR-DELIVERY > RUN-DATE AND OO-COUNT < 200
                   ADD 1 TO OO-COUNT
                   MOVE OR-TERMINAL TO OO-TERMINAL(OO-COUNT)
               END-IF.

           OPEN_ORDER_FILE SECTION.
               INITIALIZE ORDER-FILE-NAME
               STRING "CITORDER." RUN-DATE DELIMITED BY SIZE
                   INTO ORDER-FILE-NAME
               MOVE "HDR" TO EV-ACTION
               MOVE ORDER-FILE-NAME TO EV-FILE-NAME
               MOVE "CITORDER" TO EV-FILE-ID
               MOVE RUN-DATE TO EV-BUS-DATE
               MOVE 0 TO EV-RECORD-COUNT
               MOVE 0 TO EV-HASH-TOTAL
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL
               OPEN EXTEND CitOrderFile.

           CLOSE_ORDER_FILE SECTION.
               CLOSE CitOrderFile
               MOVE "TRL" TO EV-ACTION
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL.

           FORECAST_TERMINAL SECTION.
               IF FT-ACTIVE(FT-INDEX) NOT = "Y"
                   INITIALIZE REPORT-TEXT
                   STRING FT-TERMINAL(FT-INDEX)
                       "  terminal not active - not forecast"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
                   EXIT SECTION
               END-IF

               MOVE "N" TO ORDER-NEEDED
               MOVE "N" TO ORDER-URGENT
               PERFORM PROJECT_ONE_CASSETTE
                   VARYING DENOM-INDEX FROM 1 BY 1
                   UNTIL DENOM-INDEX > 3

               IF NOT ORDER-IS-NEEDED
                   EXIT SECTION
               END-IF

               MOVE "N" TO ORDER-OUTSTANDING
               PERFORM CHECK_ONE_OPEN_ORDER
                   VARYING OO-INDEX FROM 1 BY 1
                   UNTIL OO-INDEX > OO-COUNT
                       OR ORDER-IS-OUTSTANDING
               IF ORDER-IS-OUTSTANDING
                   INITIALIZE REPORT-TEXT
                   STRING FT-TERMINAL(FT-INDEX)
                       "  replenishment already on order"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
                   EXIT SECTION
               END-IF

               PERFORM WRITE_ORDER_LINE
                   VARYING DENOM-INDEX FROM 1 BY 1
                   UNTIL DENOM-INDEX > 3
               ADD 1 TO TERMINALS-ORDERED
               MOVE FT-TERMINAL(FT-INDEX) TO OR-TERMINAL
               MOVE DELIVERY-DATE TO OR-DELIVERY
               MOVE RUN-DATE TO OR-ORDERED
               WRITE OrderRegisterLine

               INITIALIZE REPORT-TEXT
               IF ORDER-IS-URGENT
                   ADD 1 TO ORDERS-URGENT
                   STRING FT-TERMINAL(FT-INDEX)
                       "  URGENT replenishment ordered for "
                       DELIVERY-DATE
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "CASHFCST" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "terminal " FT-TERMINAL(FT-INDEX)
                       " may run short before " DELIVERY-DATE
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
               ELSE
                   STRING FT-TERMINAL(FT-INDEX)
                       "  replenishment ordered for "
                       DELIVERY-DATE
                       DELIMITED BY SIZE INTO REPORT-TEXT
               END-IF
               MOVE REPORT-TEXT TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE.

           CHECK_ONE_OPEN_ORDER SECTION.
               IF OO-TERMINAL(OO-INDEX) = FT-TERMINAL(FT-INDEX)
                   MOVE "Y" TO ORDER-OUTSTANDING
               END-IF.

           PROJECT_ONE_CASSETTE SECTION.
               IF FT-HAS-CASSETTE(FT-INDEX, DENOM-INDEX) NOT = "Y"
                   EXIT SECTION
               END-IF
               PERFORM SET_ONE_AVERAGE
                   VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX > 7

               MOVE FT-REMAINING(FT-INDEX, DENOM-INDEX) TO PROJECTED
               MOVE 999 TO FT-LOW-DAYS(FT-INDEX, DENOM-INDEX)
               MOVE 999 TO FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX)
               MOVE PROJECTED TO FT-AT-DELIVERY(FT-INDEX, DENOM-INDEX)
               MOVE 0 TO FT-HORIZON-USE(FT-INDEX, DENOM-INDEX)
               IF PROJECTED <= FT-RELOAD-LEVEL(FT-INDEX, DENOM-INDEX)
                   MOVE 0 TO FT-LOW-DAYS(FT-INDEX, DENOM-INDEX)
               END-IF
               IF PROJECTED <= 0
                   MOVE 0 TO FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX)
               END-IF
               PERFORM PROJECT_ONE_DAY
                   VARYING DAY-OFFSET FROM 1 BY 1
                   UNTIL DAY-OFFSET > HORIZON-DAYS

               MOVE AVG-NOTES(OFFSET-WEEKDAY(1)) TO NEXT-DAY-FORECAST
               COMPUTE DATE-INT = RUN-INT + 1
               COMPUTE FH-FOR-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT)
               MOVE FT-TERMINAL(FT-INDEX) TO FH-TERMINAL
               MOVE DENOM-VALUE(DENOM-INDEX) TO FH-DENOM
               MOVE NEXT-DAY-FORECAST TO FH-NOTES
               MOVE RUN-DATE TO FH-MADE-ON
               WRITE ForecastHistoryLine

               IF FT-LOW-DAYS(FT-INDEX, DENOM-INDEX) <= LEAD-DAYS + 1
                   MOVE "Y" TO ORDER-NEEDED
               END-IF
               IF FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX) <=
                   DELIVERY-OFFSET
                   MOVE "Y" TO ORDER-URGENT
               END-IF
               PERFORM WRITE_CASSETTE_LINE.

           SET_ONE_AVERAGE SECTION.
               IF DAYS-SEEN(DAY-INDEX) = 0
                   MOVE 0 TO AVG-NOTES(DAY-INDEX)
               ELSE
                   COMPUTE AVG-NOTES(DAY-INDEX) ROUNDED =
                       FT-DAY-NOTES(FT-INDEX, DAY-INDEX, DENOM-INDEX)
                       / DAYS-SEEN(DAY-INDEX)
               END-IF.

           PROJECT_ONE_DAY SECTION.
               SUBTRACT AVG-NOTES(OFFSET-WEEKDAY(DAY-OFFSET))
                   FROM PROJECTED
               ADD AVG-NOTES(OFFSET-WEEKDAY(DAY-OFFSET))
                   TO FT-HORIZON-USE(FT-INDEX, DENOM-INDEX)
               IF DAY-OFFSET = DELIVERY-OFFSET
                   MOVE PROJECTED TO
                       FT-AT-DELIVERY(FT-INDEX, DENOM-INDEX)
               END-IF
               IF PROJECTED <= FT-RELOAD-LEVEL(FT-INDEX, DENOM-INDEX)
                   AND FT-LOW-DAYS(FT-INDEX, DENOM-INDEX) = 999
                   MOVE DAY-OFFSET TO
                       FT-LOW-DAYS(FT-INDEX, DENOM-INDEX)
               END-IF
               IF PROJECTED <= 0
                   AND FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX) = 999
                   MOVE DAY-OFFSET TO
                       FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX)
               END-IF.

           WRITE_CASSETTE_LINE SECTION.
               INITIALIZE REPORT-TEXT
               MOVE FT-REMAINING(FT-INDEX, DENOM-INDEX) TO NOTES-ED
               IF FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX) = 999
                   MOVE "beyond horizon" TO ACTION-TEXT
               ELSE
                   MOVE FT-EMPTY-DAYS(FT-INDEX, DENOM-INDEX)
                       TO DAYS-ED
                   INITIALIZE ACTION-TEXT
                   STRING DAYS-ED " days" DELIMITED BY SIZE
                       INTO ACTION-TEXT
               END-IF
               STRING FT-TERMINAL(FT-INDEX) "  "
                   DENOM-VALUE(DENOM-INDEX) "    " NOTES-ED
                   "     " NEXT-DAY-FORECAST "     " ACTION-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE.

           WRITE_ORDER_LINE SECTION.
               IF FT-HAS-CASSETTE(FT-INDEX, DENOM-INDEX) NOT = "Y"
                   EXIT SECTION
               END-IF
               IF FT-LOADED(FT-INDEX, DENOM-INDEX) > 0
                   MOVE FT-LOADED(FT-INDEX, DENOM-INDEX)
                       TO ORDER-TARGET
               ELSE
                   MOVE FT-HORIZON-USE(FT-INDEX, DENOM-INDEX)
                       TO ORDER-TARGET
               END-IF
               IF FT-AT-DELIVERY(FT-INDEX, DENOM-INDEX) > 0
                   COMPUTE ORDER-NOTES = ORDER-TARGET -
                       FT-AT-DELIVERY(FT-INDEX, DENOM-INDEX)
               ELSE
                   MOVE ORDER-TARGET TO ORDER-NOTES
               END-IF
               IF ORDER-NOTES <= 0
                   EXIT SECTION
               END-IF

               INITIALIZE CIT-ORDER-RECORD
               MOVE FT-TERMINAL(FT-INDEX) TO CO-TERMINAL
               MOVE FT-LOCATION(FT-INDEX) TO CO-LOCATION
               MOVE DELIVERY-DATE TO CO-DELIVERY
               MOVE DENOM-VALUE(DENOM-INDEX) TO CO-DENOM
               MOVE ORDER-NOTES TO CO-NOTES
               COMPUTE CO-VALUE = CO-NOTES * CO-DENOM
               IF ORDER-IS-URGENT
                   MOVE "U" TO CO-PRIORITY
               ELSE
                   MOVE "N" TO CO-PRIORITY
               END-IF
               MOVE CIT-ORDER-RECORD TO CIT-ORDER-LINE
               WRITE CIT-ORDER-LINE
               ADD 1 TO EV-RECORD-COUNT
               ADD CO-VALUE TO EV-HASH-TOTAL
               ADD 1 TO ORDER-LINES.

           WRITE_FORECAST_HEADER SECTION.
               MOVE "---- ATM Cash Replenishment Forecast ----"
                   TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE "  history from "
                   WINDOW-START "  horizon " HORIZON-DAYS
                   " days  delivery " DELIVERY-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               MOVE "TERM  DEN  REMAINING  NEXT DAY  EMPTY IN"
                   TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE.

           REPORT_WEEKLY_ACCURACY SECTION.
               OPEN INPUT ForecastHistoryFile
               IF HIST-FILE-OK
                   MOVE "N" TO SCAN-EOF
                   PERFORM READ_ONE_FORECAST
                       UNTIL SCAN-EOF = "Y"
                   CLOSE ForecastHistoryFile
               END-IF

               OPEN OUTPUT AccuracyReportFile
               MOVE "---- Weekly Cash Forecast Accuracy ----"
                   TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Week " WEEK-START " to " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
               MOVE "TERM  DEN  FORECAST   ACTUAL  ACCURACY%"
                   TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
               PERFORM REPORT_TERMINAL_ACCURACY
                   VARYING FT-INDEX FROM 1 BY 1
                   UNTIL FT-INDEX > FT-COUNT

               IF TOTAL-WEEK-ACTUAL = 0
                   IF TOTAL-WEEK-FCST = 0
                       MOVE 100 TO ACCURACY-PCT
                   ELSE
                       MOVE 0 TO ACCURACY-PCT
                   END-IF
               ELSE
                   IF TOTAL-WEEK-DIFF >= TOTAL-WEEK-ACTUAL
                       MOVE 0 TO ACCURACY-PCT
                   ELSE
                       COMPUTE ACCURACY-PCT ROUNDED = 100 -
                           TOTAL-WEEK-DIFF * 100 / TOTAL-WEEK-ACTUAL
                   END-IF
               END-IF
               MOVE ACCURACY-PCT TO PCT-ED
               INITIALIZE REPORT-TEXT
               STRING "Overall accuracy " PCT-ED "%"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE SPACES TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
               MOVE REPORT-TEXT TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
               CLOSE AccuracyReportFile
               DISPLAY "Weekly forecast accuracy: " PCT-ED "%".

           READ_ONE_FORECAST SECTION.
               READ ForecastHistoryFile
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF FH-FOR-DATE < WEEK-START OR FH-FOR-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               MOVE FH-TERMINAL TO LOOKUP-TERMINAL
               PERFORM FIND_TERMINAL
               IF FT-FOUND = 0
                   EXIT SECTION
               END-IF
               MOVE FH-DENOM TO CAS-DENOM
               PERFORM FIND_DENOM
               IF DENOM-INDEX = 0
                   EXIT SECTION
               END-IF
               ADD FH-NOTES TO FT-WEEK-FCST(FT-FOUND, DENOM-INDEX).

           REPORT_TERMINAL_ACCURACY SECTION.
               PERFORM REPORT_CASSETTE_ACCURACY
                   VARYING DENOM-INDEX FROM 1 BY 1
                   UNTIL DENOM-INDEX > 3.

           REPORT_CASSETTE_ACCURACY SECTION.
               IF FT-HAS-CASSETTE(FT-INDEX, DENOM-INDEX) NOT = "Y"
                   EXIT SECTION
               END-IF
               COMPUTE DIFF-NOTES =
                   FT-WEEK-FCST(FT-INDEX, DENOM-INDEX) -
                   FT-WEEK-ACTUAL(FT-INDEX, DENOM-INDEX)
               IF DIFF-NOTES < 0
                   COMPUTE DIFF-NOTES = DIFF-NOTES * -1
               END-IF
               ADD FT-WEEK-FCST(FT-INDEX, DENOM-INDEX)
                   TO TOTAL-WEEK-FCST
               ADD FT-WEEK-ACTUAL(FT-INDEX, DENOM-INDEX)
                   TO TOTAL-WEEK-ACTUAL
               ADD DIFF-NOTES TO TOTAL-WEEK-DIFF
               PERFORM SET_ACCURACY_PCT

               INITIALIZE REPORT-TEXT
               MOVE FT-WEEK-FCST(FT-INDEX, DENOM-INDEX) TO NOTES-ED
               STRING FT-TERMINAL(FT-INDEX) "  "
                   DENOM-VALUE(DENOM-INDEX) "  " NOTES-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE FT-WEEK-ACTUAL(FT-INDEX, DENOM-INDEX) TO NOTES-ED
               MOVE ACCURACY-PCT TO PCT-ED
               MOVE NOTES-ED TO REPORT-TEXT(22:7)
               MOVE PCT-ED TO REPORT-TEXT(34:3)
               MOVE REPORT-TEXT TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE.

           SET_ACCURACY_PCT SECTION.
               IF FT-WEEK-ACTUAL(FT-INDEX, DENOM-INDEX) = 0
                   IF FT-WEEK-FCST(FT-INDEX, DENOM-INDEX) = 0
                       MOVE 100 TO ACCURACY-PCT
                   ELSE
                       MOVE 0 TO ACCURACY-PCT
                   END-IF
                   EXIT SECTION
               END-IF
               IF DIFF-NOTES >= FT-WEEK-ACTUAL(FT-INDEX, DENOM-INDEX)
                   MOVE 0 TO ACCURACY-PCT
               ELSE
                   COMPUTE ACCURACY-PCT ROUNDED = 100 -
                       DIFF-NOTES * 100 /
                       FT-WEEK-ACTUAL(FT-INDEX, DENOM-INDEX)
               END-IF.
