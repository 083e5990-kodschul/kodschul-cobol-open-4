           IDENTIFICATION DIVISION.
           PROGRAM-ID. LIQUIDITY-LADDER.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT TermDepositFile ASSIGN TO "TERMDEP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TD-ID
                   FILE STATUS IS TD-FILE-STATUS.

               SELECT LoanMasterFile ASSIGN TO "LOANMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-ID
                   FILE STATUS IS LOAN-FILE-STATUS.

               SELECT StandingOrderFile ASSIGN TO "STANDORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-ORDER-ID
                   FILE STATUS IS SO-FILE-STATUS.

               SELECT ExchangeRateFile ASSIGN TO "EXCHRATE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XR-PAIR
                   FILE STATUS IS RATE-FILE-STATUS.

               SELECT LadderReportFile ASSIGN TO "LIQLADDR"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AccountMasterFile.
           COPY ACCTMAST.

           FD TermDepositFile.
           COPY TERMDEP.

           FD LoanMasterFile.
           COPY LOANMAST.

           FD StandingOrderFile.
           COPY STANDORD.

           FD ExchangeRateFile.
           01 EXCHANGE-RATE-RECORD.
               02 XR-PAIR     PIC X(6).
               02 XR-RATE     PIC 9(3)V9(6).
               02 XR-EFF-DATE PIC 9(8).

           FD LadderReportFile.
           01 LADDER-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 TD-FILE-STATUS PIC XX.
               88 TD-FILE-OK VALUE "00".
           01 LOAN-FILE-STATUS PIC XX.
               88 LOAN-FILE-OK VALUE "00".
           01 SO-FILE-STATUS PIC XX.
               88 SO-FILE-OK VALUE "00".
           01 RATE-FILE-STATUS PIC XX.
               88 RATE-FILE-OK VALUE "00".
           01 RATES-AVAILABLE PIC X(1) VALUE "N".
               88 RATES-ARE-AVAILABLE VALUE "Y".
           01 SCAN-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 RUN-INT PIC 9(8).
           01 HORIZON-INT PIC 9(8).
           01 BASE-CURRENCY PIC X(3) VALUE "USD".

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 LADDER-TABLE.
               02 LADDER-BAND OCCURS 6 TIMES.
                   03 LB-LABEL    PIC X(12).
                   03 LB-INFLOW   PIC 9(11)V99.
                   03 LB-OUTFLOW  PIC 9(11)V99.
                   03 LB-LIMIT    PIC 9(11)V99.
           01 BAND-INDEX PIC 9(1).
           01 BAND-DIGIT PIC 9(1).
           01 BANDS-OVER-LIMIT PIC 9(1) VALUE 0.

           01 FLOW-DATE PIC 9(8).
           01 FLOW-DATE-PARTS REDEFINES FLOW-DATE.
               02 FD-YEAR  PIC 9(4).
               02 FD-MONTH PIC 9(2).
               02 FD-DAY   PIC 9(2).
           01 FLOW-INT PIC 9(8).
           01 DAYS-AHEAD PIC S9(7).
           01 FLOW-CURRENCY PIC X(3).
           01 FLOW-AMOUNT PIC S9(9)V99.
           01 BASE-AMOUNT PIC S9(11)V99.
           01 FLOW-DIRECTION PIC X(1).
               88 FLOW-IS-INFLOW  VALUE "I".
               88 FLOW-IS-OUTFLOW VALUE "O".

           01 FIRST-DUE PIC 9(8).
           01 FIRST-DUE-PARTS REDEFINES FIRST-DUE.
               02 FDU-YEAR  PIC 9(4).
               02 FDU-MONTH PIC 9(2).
               02 FDU-DAY   PIC 9(2).
           01 MONTH-OFFSET PIC 9(3).
           01 MONTHS-TOTAL PIC 9(6).
           01 YEAR-PART PIC 9(4).
           01 MONTH-PART PIC 9(2).
           01 INSTALLMENTS-LEFT PIC 9(3).
           01 OCCURRENCE-INT PIC 9(8).
           01 STEP-DAYS PIC 9(1).
           01 TERM-DAYS PIC 9(5).
           01 TD-INTEREST PIC 9(7)V99.

           01 DEMAND-ACCOUNTS PIC 9(5) VALUE 0.
           01 DEPOSITS-LADDERED PIC 9(5) VALUE 0.
           01 LOANS-LADDERED PIC 9(5) VALUE 0.
           01 ORDERS-LADDERED PIC 9(5) VALUE 0.
           01 RATES-MISSING PIC 9(5) VALUE 0.

           01 TOTAL-INFLOW PIC 9(11)V99 VALUE 0.
           01 TOTAL-OUTFLOW PIC 9(11)V99 VALUE 0.
           01 BAND-GAP PIC S9(11)V99.
           01 CUMULATIVE-GAP PIC S9(11)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 INFLOW-ED PIC Z(9)9.99.
           01 OUTFLOW-ED PIC Z(9)9.99.
           01 GAP-ED PIC -(9)9.99.
           01 CUM-ED PIC -(9)9.99.
           01 LIMIT-ED PIC Z(9)9.99.
           01 COUNT-ED PIC Z(4)9.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Liquidity Maturity Ladder ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE
               COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
               COMPUTE HORIZON-INT = RUN-INT + 365

               INITIALIZE LADDER-TABLE
               MOVE "Overnight" TO LB-LABEL(1)
               MOVE "Up to 1 wk" TO LB-LABEL(2)
               MOVE "1 wk - 1 mth" TO LB-LABEL(3)
               MOVE "1 - 3 mths" TO LB-LABEL(4)
               MOVE "3 mth - 1 yr" TO LB-LABEL(5)
               MOVE "Over 1 year" TO LB-LABEL(6)
               PERFORM LOAD_BAND_LIMIT
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 6

               OPEN INPUT AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT ExchangeRateFile
               IF RATE-FILE-OK
                   MOVE "Y" TO RATES-AVAILABLE
               END-IF

               PERFORM LADDER_DEMAND_BALANCES
               PERFORM LADDER_TERM_DEPOSITS
               PERFORM LADDER_LOAN_REPAYMENTS
               PERFORM LADDER_STANDING_ORDERS

               IF RATES-ARE-AVAILABLE
                   CLOSE ExchangeRateFile
               END-IF
               CLOSE AccountMasterFile

               OPEN OUTPUT LadderReportFile
               PERFORM WRITE_LADDER_REPORT
               CLOSE LadderReportFile

               DISPLAY "Demand accounts:     " DEMAND-ACCOUNTS
               DISPLAY "Term deposits:       " DEPOSITS-LADDERED
               DISPLAY "Loans:               " LOANS-LADDERED
               DISPLAY "Standing orders:     " ORDERS-LADDERED
               DISPLAY "Bands over limit:    " BANDS-OVER-LIMIT

               IF BANDS-OVER-LIMIT > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "LIQLADDER" TO ALERT-SOURCE
                   MOVE "liquidity outflows exceed band limit"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF RATES-MISSING > 0
                   DISPLAY "Flows without an exchange rate: "
                       RATES-MISSING
                   MOVE 4 TO RETURN-CODE
               END-IF
               COMPUTE STEP-RECORDS = DEMAND-ACCOUNTS
                   + DEPOSITS-LADDERED + LOANS-LADDERED
                   + ORDERS-LADDERED
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Liquidity Maturity Ladder Complete ----"
               GOBACK.

           LOAD_BAND_LIMIT SECTION.
               MOVE BAND-INDEX TO BAND-DIGIT
               INITIALIZE PARM-ID
               STRING "LIQLIMIT" BAND-DIGIT
                   DELIMITED BY SIZE INTO PARM-ID
               MOVE RUN-DATE TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO LB-LIMIT(BAND-INDEX)
               END-IF.

           LADDER_DEMAND_BALANCES SECTION.
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       SET ACCT-FILE-EOF TO TRUE
               END-START
               PERFORM LADDER_ONE_ACCOUNT
                   UNTIL ACCT-FILE-EOF.

           LADDER_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF ACCT-BALANCE = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO DEMAND-ACCOUNTS
               MOVE ACCT-CURRENCY TO FLOW-CURRENCY
               IF ACCT-BALANCE > 0
                   MOVE ACCT-BALANCE TO FLOW-AMOUNT
                   MOVE RUN-DATE TO FLOW-DATE
                   MOVE "O" TO FLOW-DIRECTION
               ELSE
                   COMPUTE FLOW-AMOUNT = 0 - ACCT-BALANCE
                   MOVE 99991231 TO FLOW-DATE
                   MOVE "I" TO FLOW-DIRECTION
               END-IF
               PERFORM POST_FLOW.

           LADDER_TERM_DEPOSITS SECTION.
               OPEN INPUT TermDepositFile
               IF NOT TD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO TD-ID
               START TermDepositFile KEY IS NOT LESS THAN TD-ID
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM LADDER_ONE_DEPOSIT
                   UNTIL SCAN-EOF = "Y"
               CLOSE TermDepositFile.

           LADDER_ONE_DEPOSIT SECTION.
               READ TermDepositFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT TD-IS-ACTIVE
                   EXIT SECTION
               END-IF
               ADD 1 TO DEPOSITS-LADDERED
               MOVE TD-ACCT-NUMBER TO ACCT-NUMBER
               PERFORM FIND_ACCOUNT_CURRENCY
               MOVE 0 TO TD-INTEREST
               IF TD-MATURITY > TD-START-DATE
                   COMPUTE TERM-DAYS =
                       FUNCTION INTEGER-OF-DATE(TD-MATURITY)
                       - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
                   COMPUTE TD-INTEREST ROUNDED = TD-AMOUNT
                       * TD-RATE / 100 * TERM-DAYS / 365
               END-IF
               COMPUTE FLOW-AMOUNT = TD-AMOUNT + TD-INTEREST
               MOVE TD-MATURITY TO FLOW-DATE
               MOVE "O" TO FLOW-DIRECTION
               PERFORM POST_FLOW.

           LADDER_LOAN_REPAYMENTS SECTION.
               OPEN INPUT LoanMasterFile
               IF NOT LOAN-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO LN-LOAN-ID
               START LoanMasterFile KEY IS NOT LESS THAN LN-LOAN-ID
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM LADDER_ONE_LOAN
                   UNTIL SCAN-EOF = "Y"
               CLOSE LoanMasterFile.

           LADDER_ONE_LOAN SECTION.
               READ LoanMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT LN-IS-ACTIVE
                   OR LN-PAID-COUNT NOT < LN-TERM-MONTHS
                   EXIT SECTION
               END-IF
               ADD 1 TO LOANS-LADDERED
               MOVE LN-ACCT-NUMBER TO ACCT-NUMBER
               PERFORM FIND_ACCOUNT_CURRENCY
               COMPUTE INSTALLMENTS-LEFT =
                   LN-TERM-MONTHS - LN-PAID-COUNT
               MOVE LN-NEXT-DUE TO FIRST-DUE
               MOVE LN-INSTALLMENT TO FLOW-AMOUNT
               MOVE "I" TO FLOW-DIRECTION
               PERFORM LADDER_ONE_INSTALLMENT
                   VARYING MONTH-OFFSET FROM 0 BY 1
                   UNTIL MONTH-OFFSET NOT < INSTALLMENTS-LEFT.

           LADDER_ONE_INSTALLMENT SECTION.
               PERFORM SET_MONTHLY_DATE
               PERFORM POST_FLOW.

           LADDER_STANDING_ORDERS SECTION.
               OPEN INPUT StandingOrderFile
               IF NOT SO-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO SO-ORDER-ID
               START StandingOrderFile KEY IS NOT LESS THAN
                   SO-ORDER-ID
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM LADDER_ONE_ORDER
                   UNTIL SCAN-EOF = "Y"
               CLOSE StandingOrderFile.

           LADDER_ONE_ORDER SECTION.
               READ StandingOrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT SO-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE SO-DST-ACCT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT SECTION
               END-READ
               ADD 1 TO ORDERS-LADDERED
               MOVE SO-SRC-ACCT TO ACCT-NUMBER
               PERFORM FIND_ACCOUNT_CURRENCY
               MOVE SO-AMOUNT TO FLOW-AMOUNT
               MOVE "O" TO FLOW-DIRECTION
               IF SO-IS-MONTHLY
                   MOVE SO-NEXT-RUN TO FIRST-DUE
                   MOVE 0 TO MONTH-OFFSET
                   PERFORM SET_MONTHLY_DATE
                   PERFORM LADDER_ONE_MONTHLY_ORDER
                       UNTIL FLOW-INT > HORIZON-INT
               ELSE
                   IF SO-IS-DAILY
                       MOVE 1 TO STEP-DAYS
                   ELSE
                       MOVE 7 TO STEP-DAYS
                   END-IF
                   COMPUTE OCCURRENCE-INT =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN)
                   PERFORM LADDER_ONE_DATED_ORDER
                       UNTIL OCCURRENCE-INT > HORIZON-INT
               END-IF.

           LADDER_ONE_MONTHLY_ORDER SECTION.
               PERFORM POST_FLOW
               ADD 1 TO MONTH-OFFSET
               PERFORM SET_MONTHLY_DATE.

           LADDER_ONE_DATED_ORDER SECTION.
               COMPUTE FLOW-DATE =
                   FUNCTION DATE-OF-INTEGER(OCCURRENCE-INT)
               PERFORM POST_FLOW
               ADD STEP-DAYS TO OCCURRENCE-INT.

           SET_MONTHLY_DATE SECTION.
               COMPUTE MONTHS-TOTAL = FDU-YEAR * 12
                   + FDU-MONTH - 1 + MONTH-OFFSET
               DIVIDE MONTHS-TOTAL BY 12 GIVING YEAR-PART
                   REMAINDER MONTH-PART
               MOVE YEAR-PART TO FD-YEAR
               COMPUTE FD-MONTH = MONTH-PART + 1
               IF FDU-DAY > 28
                   MOVE 28 TO FD-DAY
               ELSE
                   MOVE FDU-DAY TO FD-DAY
               END-IF
               COMPUTE FLOW-INT = FUNCTION INTEGER-OF-DATE(FLOW-DATE).

           FIND_ACCOUNT_CURRENCY SECTION.
               MOVE BASE-CURRENCY TO FLOW-CURRENCY
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CURRENCY TO FLOW-CURRENCY
               END-READ.

           POST_FLOW SECTION.
               PERFORM CONVERT_TO_BASE
               IF FLOW-DATE = 99991231
                   MOVE 6 TO BAND-INDEX
               ELSE
                   COMPUTE DAYS-AHEAD =
                       FUNCTION INTEGER-OF-DATE(FLOW-DATE) - RUN-INT
                   EVALUATE TRUE
                       WHEN DAYS-AHEAD <= 1
                           MOVE 1 TO BAND-INDEX
                       WHEN DAYS-AHEAD <= 7
                           MOVE 2 TO BAND-INDEX
                       WHEN DAYS-AHEAD <= 31
                           MOVE 3 TO BAND-INDEX
                       WHEN DAYS-AHEAD <= 92
                           MOVE 4 TO BAND-INDEX
                       WHEN DAYS-AHEAD <= 365
                           MOVE 5 TO BAND-INDEX
                       WHEN OTHER
                           MOVE 6 TO BAND-INDEX
                   END-EVALUATE
               END-IF
               IF FLOW-IS-INFLOW
                   ADD BASE-AMOUNT TO LB-INFLOW(BAND-INDEX)
               ELSE
                   ADD BASE-AMOUNT TO LB-OUTFLOW(BAND-INDEX)
               END-IF.

           CONVERT_TO_BASE SECTION.
               MOVE FLOW-AMOUNT TO BASE-AMOUNT
               IF FLOW-CURRENCY = SPACES
                   OR FLOW-CURRENCY = BASE-CURRENCY
                   EXIT SECTION
               END-IF
               IF NOT RATES-ARE-AVAILABLE
                   ADD 1 TO RATES-MISSING
                   EXIT SECTION
               END-IF
               INITIALIZE XR-PAIR
               STRING FLOW-CURRENCY BASE-CURRENCY
                   DELIMITED BY SPACE INTO XR-PAIR
               READ ExchangeRateFile
                   INVALID KEY
                       ADD 1 TO RATES-MISSING
                   NOT INVALID KEY
                       COMPUTE BASE-AMOUNT ROUNDED =
                           FLOW-AMOUNT * XR-RATE
               END-READ.

           WRITE_LADDER_REPORT SECTION.
               INITIALIZE REPORT-TEXT
               STRING "---- Liquidity Maturity Ladder " RUN-DATE
                   " base " BASE-CURRENCY " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
               MOVE SPACES TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
               MOVE SPACES TO LADDER-REPORT-LINE
               MOVE "Band" TO LADDER-REPORT-LINE(1:4)
               MOVE "Inflows" TO LADDER-REPORT-LINE(20:7)
               MOVE "Outflows" TO LADDER-REPORT-LINE(33:8)
               MOVE "Gap" TO LADDER-REPORT-LINE(52:3)
               MOVE "Cumulative" TO LADDER-REPORT-LINE(59:10)
               WRITE LADDER-REPORT-LINE
               PERFORM WRITE_ONE_BAND
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 6

               MOVE TOTAL-INFLOW TO INFLOW-ED
               MOVE TOTAL-OUTFLOW TO OUTFLOW-ED
               MOVE CUMULATIVE-GAP TO GAP-ED
               INITIALIZE REPORT-TEXT
               STRING "Total        " INFLOW-ED " " OUTFLOW-ED
                   " " GAP-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE

               MOVE SPACES TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
               MOVE "Band outflow limits:" TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
               PERFORM WRITE_ONE_LIMIT
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 6
               IF RATES-MISSING > 0
                   MOVE RATES-MISSING TO COUNT-ED
                   INITIALIZE REPORT-TEXT
                   STRING "Flows without an exchange rate, taken "
                       "at face value: " COUNT-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO LADDER-REPORT-LINE
                   WRITE LADDER-REPORT-LINE
               END-IF.

           WRITE_ONE_BAND SECTION.
               COMPUTE BAND-GAP = LB-INFLOW(BAND-INDEX)
                   - LB-OUTFLOW(BAND-INDEX)
               ADD BAND-GAP TO CUMULATIVE-GAP
               ADD LB-INFLOW(BAND-INDEX) TO TOTAL-INFLOW
               ADD LB-OUTFLOW(BAND-INDEX) TO TOTAL-OUTFLOW
               MOVE LB-INFLOW(BAND-INDEX) TO INFLOW-ED
               MOVE LB-OUTFLOW(BAND-INDEX) TO OUTFLOW-ED
               MOVE BAND-GAP TO GAP-ED
               MOVE CUMULATIVE-GAP TO CUM-ED
               INITIALIZE REPORT-TEXT
               STRING LB-LABEL(BAND-INDEX) " " INFLOW-ED " "
                   OUTFLOW-ED " " GAP-ED " " CUM-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               IF LB-LIMIT(BAND-INDEX) > 0
                   AND LB-OUTFLOW(BAND-INDEX) > LB-LIMIT(BAND-INDEX)
                   MOVE "LIMIT" TO REPORT-TEXT(72:5)
                   ADD 1 TO BANDS-OVER-LIMIT
               END-IF
               MOVE REPORT-TEXT TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE.

           WRITE_ONE_LIMIT SECTION.
               INITIALIZE REPORT-TEXT
               IF LB-LIMIT(BAND-INDEX) > 0
                   MOVE LB-LIMIT(BAND-INDEX) TO LIMIT-ED
                   STRING "  " LB-LABEL(BAND-INDEX) " " LIMIT-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
               ELSE
                   STRING "  " LB-LABEL(BAND-INDEX) " none set"
                       DELIMITED BY SIZE INTO REPORT-TEXT
               END-IF
               MOVE REPORT-TEXT TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE.
