           IDENTIFICATION DIVISION.
           PROGRAM-ID. CUST-PROFITABILITY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT AccountHolderFile ASSIGN TO "ACCTHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS HOLDER-FILE-STATUS.

               SELECT LoanMasterFile ASSIGN TO "LOANMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-ID
                   FILE STATUS IS LOAN-FILE-STATUS.

               SELECT TermDepositFile ASSIGN TO "TERMDEP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TD-ID
                   FILE STATUS IS TD-FILE-STATUS.

               SELECT CardMasterFile ASSIGN TO "CARDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CARD-NUMBER
                   FILE STATUS IS CARD-FILE-STATUS.

               SELECT TransHistoryFile ASSIGN TO "TRANSHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT ProfitReportFile ASSIGN TO "CUSTPROF"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AccountMasterFile.
           COPY ACCTMAST.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD AccountHolderFile.
           01 ACCOUNT-HOLDER-RECORD.
               02 AH-KEY.
                   03 AH-ACCT PIC X(6).
                   03 AH-CUST PIC X(6).
               02 AH-ROLE PIC X(1).

           FD LoanMasterFile.
           COPY LOANMAST.

           FD TermDepositFile.
           COPY TERMDEP.

           FD CardMasterFile.
           COPY CARDMAST.

           FD TransHistoryFile.
           COPY TRANSHST.

           FD ProfitReportFile.
           01 PROFIT-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 HOLDER-FILE-STATUS PIC XX.
               88 HOLDER-FILE-OK VALUE "00".
           01 HOLDERS-AVAILABLE PIC X(1).
               88 HOLDERS-ARE-AVAILABLE VALUE "Y".
           01 LOAN-FILE-STATUS PIC XX.
               88 LOAN-FILE-OK VALUE "00".
           01 TD-FILE-STATUS PIC XX.
               88 TD-FILE-OK VALUE "00".
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
           01 HISTORY-AVAILABLE PIC X(1).
               88 HISTORY-IS-AVAILABLE VALUE "Y".
           01 CUSTOMERS-AVAILABLE PIC X(1).
               88 CUSTOMERS-ARE-AVAILABLE VALUE "Y".
           01 SCAN-EOF PIC X.
           01 HIST-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 REPORT-MONTH PIC 9(6).
           01 MONTH-START PIC 9(8).
           01 MONTH-END PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 OVERLAP-FROM PIC 9(8).
           01 OVERLAP-TO PIC 9(8).
           01 OVERLAP-DAYS PIC S9(5).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 ATM-TXN-COST PIC 9(3)V99 VALUE 0.35.
           01 CARD-COST PIC 9(3)V99 VALUE 1.50.
           01 ACCOUNT-COST PIC 9(3)V99 VALUE 2.00.

           01 PROFIT-ACCOUNTS.
               02 PA-COUNT PIC 9(5) VALUE 0.
               02 PA-ENTRY OCCURS 5000 TIMES.
                   03 PA-ACCT         PIC X(6).
                   03 PA-OWNER        PIC X(6).
                   03 PA-HOLDERS      PIC 9(2).
                   03 PA-FEES         PIC S9(7)V99.
                   03 PA-INT-INCOME   PIC S9(7)V99.
                   03 PA-INT-COST     PIC S9(7)V99.
                   03 PA-SERVICE-COST PIC S9(7)V99.
           01 PA-INDEX PIC 9(5).
           01 PA-FOUND PIC 9(5).

           01 PROFIT-CUSTOMERS.
               02 PC-COUNT PIC 9(5) VALUE 0.
               02 PC-ENTRY OCCURS 5000 TIMES.
                   03 PC-CUST         PIC X(6).
                   03 PC-ACCOUNTS     PIC 9(3).
                   03 PC-FEES         PIC S9(9)V99.
                   03 PC-INT-INCOME   PIC S9(9)V99.
                   03 PC-INT-COST     PIC S9(9)V99.
                   03 PC-SERVICE-COST PIC S9(9)V99.
                   03 PC-REVENUE      PIC S9(9)V99.
                   03 PC-COST         PIC S9(9)V99.
                   03 PC-NET          PIC S9(9)V99.
                   03 PC-DECILE       PIC 9(2).
           01 PC-INDEX PIC 9(5).
           01 PC-FOUND PIC 9(5).

           01 LOAN-SHARES.
               02 LT-COUNT PIC 9(4) VALUE 0.
               02 LT-ENTRY OCCURS 2000 TIMES.
                   03 LT-ACCT  PIC X(6).
                   03 LT-SHARE PIC 9V9(6).
           01 LT-INDEX PIC 9(4).
           01 LT-FOUND PIC 9(4).
           01 LOAN-REPAYABLE PIC 9(9)V99.

           01 RANK-TABLE.
               02 RK-SLOT PIC 9(5) OCCURS 5000 TIMES.
           01 RK-POS PIC 9(5).
           01 RK-PREV PIC 9(5).
           01 RK-PLACED PIC X(1).
           01 DECILE-WORK PIC 9(5).

           01 DECILE-TABLE.
               02 DECILE-ENTRY OCCURS 10 TIMES.
                   03 DS-CUSTOMERS PIC 9(5).
                   03 DS-REVENUE   PIC S9(11)V99.
                   03 DS-COST      PIC S9(11)V99.
                   03 DS-NET       PIC S9(11)V99.
           01 DECILE-INDEX PIC 9(2).
           01 AVERAGE-NET PIC S9(9)V99.

           01 LOOKUP-CUST PIC X(6).
           01 LOOKUP-ACCT PIC X(6).
           01 TABLE-OVERFLOW PIC X(1) VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".
           01 SHARE-AMOUNT PIC S9(7)V99.
           01 LOSS-DONE PIC X(1).
           01 LOSS-COUNT PIC 9(5) VALUE 0.
           01 ATM-TXNS PIC 9(7) VALUE 0.

           01 TOTAL-REVENUE PIC S9(11)V99 VALUE 0.
           01 TOTAL-COST PIC S9(11)V99 VALUE 0.
           01 TOTAL-NET PIC S9(11)V99 VALUE 0.
           01 LOSS-NET PIC S9(11)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 REVENUE-ED PIC -(8)9.99.
           01 COST-ED PIC -(8)9.99.
           01 NET-ED PIC -(8)9.99.
           01 AVERAGE-ED PIC -(6)9.99.
           01 ATM-RATE-ED PIC ZZ9.99.
           01 CARD-RATE-ED PIC ZZ9.99.
           01 ACCT-RATE-ED PIC ZZ9.99.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Customer Profitability Report ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               MOVE RUN-DATE(1:6) TO REPORT-MONTH
               COMPUTE MONTH-START = REPORT-MONTH * 100 + 1
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(MONTH-START) - 1
               COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER(DATE-INT)
               MOVE MONTH-END(1:6) TO REPORT-MONTH
               COMPUTE MONTH-START = REPORT-MONTH * 100 + 1

               PERFORM LOAD_COST_PARAMETERS

               OPEN INPUT AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT AccountHolderFile
               IF HOLDER-FILE-OK
                   MOVE "Y" TO HOLDERS-AVAILABLE
               ELSE
                   MOVE "N" TO HOLDERS-AVAILABLE
               END-IF
               OPEN INPUT TransHistoryFile
               IF HIST-FILE-OK
                   MOVE "Y" TO HISTORY-AVAILABLE
               ELSE
                   MOVE "N" TO HISTORY-AVAILABLE
                   DISPLAY "No transaction history - fee and "
                       "interest figures will be zero."
               END-IF

               PERFORM LOAD_LOAN_SHARES
               PERFORM LOAD_ACCOUNTS
               PERFORM COUNT_JOINT_HOLDERS
               PERFORM ADD_DEPOSIT_COSTS
               PERFORM ADD_CARD_COSTS
               PERFORM ATTRIBUTE_ACCOUNTS

               IF HISTORY-IS-AVAILABLE
                   CLOSE TransHistoryFile
               END-IF
               IF HOLDERS-ARE-AVAILABLE
                   CLOSE AccountHolderFile
               END-IF
               CLOSE AccountMasterFile

               PERFORM RANK_CUSTOMERS
               PERFORM SUMMARISE_DECILES

               OPEN INPUT CustomerMasterFile
               IF CUST-FILE-OK
                   MOVE "Y" TO CUSTOMERS-AVAILABLE
               ELSE
                   MOVE "N" TO CUSTOMERS-AVAILABLE
               END-IF
               OPEN OUTPUT ProfitReportFile
               PERFORM WRITE_REPORT_HEADER
               PERFORM WRITE_SEGMENT_SUMMARY
               PERFORM WRITE_LOSS_LISTING
               CLOSE ProfitReportFile
               IF CUSTOMERS-ARE-AVAILABLE
                   CLOSE CustomerMasterFile
               END-IF

               DISPLAY "Period:            " MONTH-START " to "
                   MONTH-END
               DISPLAY "Accounts analysed: " PA-COUNT
               DISPLAY "ATM withdrawals:   " ATM-TXNS
               DISPLAY "Customers ranked:  " PC-COUNT
               DISPLAY "Loss-making:       " LOSS-COUNT
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Relationship table full - "
                       "report is incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE PC-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Customer Profitability Complete ----"
               GOBACK.

           LOAD_COST_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "PRFATMCOST" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE NOT < 0
                   MOVE PARM-VALUE TO ATM-TXN-COST
               END-IF
               MOVE "PRFCARDCOST" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE NOT < 0
                   MOVE PARM-VALUE TO CARD-COST
               END-IF
               MOVE "PRFACCTCOST" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE NOT < 0
                   MOVE PARM-VALUE TO ACCOUNT-COST
               END-IF.

           LOAD_LOAN_SHARES SECTION.
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
               PERFORM LOAD_ONE_LOAN
                   UNTIL SCAN-EOF = "Y"
               CLOSE LoanMasterFile.

           LOAD_ONE_LOAN SECTION.
               READ LoanMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF LN-INSTALLMENT = 0 OR LN-TERM-MONTHS = 0
                   EXIT SECTION
               END-IF
               IF LT-COUNT NOT < 2000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               COMPUTE LOAN-REPAYABLE =
                   LN-INSTALLMENT * LN-TERM-MONTHS
               IF LOAN-REPAYABLE NOT > LN-PRINCIPAL
                   EXIT SECTION
               END-IF
               ADD 1 TO LT-COUNT
               MOVE LN-ACCT-NUMBER TO LT-ACCT(LT-COUNT)
               COMPUTE LT-SHARE(LT-COUNT) ROUNDED =
                   (LOAN-REPAYABLE - LN-PRINCIPAL) / LOAN-REPAYABLE.

           LOAD_ACCOUNTS SECTION.
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM LOAD_ONE_ACCOUNT
                   UNTIL SCAN-EOF = "Y".

           LOAD_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF PA-COUNT NOT < 5000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO PA-COUNT
               MOVE ACCT-NUMBER TO PA-ACCT(PA-COUNT)
               MOVE ACCT-CUST-ID TO PA-OWNER(PA-COUNT)
               MOVE 1 TO PA-HOLDERS(PA-COUNT)
               MOVE 0 TO PA-FEES(PA-COUNT)
               MOVE 0 TO PA-INT-INCOME(PA-COUNT)
               MOVE 0 TO PA-INT-COST(PA-COUNT)
               MOVE ACCOUNT-COST TO PA-SERVICE-COST(PA-COUNT)
               IF HISTORY-IS-AVAILABLE
                   PERFORM SCAN_ACCOUNT_HISTORY
               END-IF.

           SCAN_ACCOUNT_HISTORY SECTION.
               MOVE ACCT-NUMBER TO TH-ACCOUNT
               MOVE MONTH-START TO TH-DATE
               MOVE 0 TO TH-TIME
               MOVE 0 TO TH-SEQ
               MOVE "N" TO HIST-EOF
               START TransHistoryFile KEY IS NOT LESS THAN TH-KEY
                   INVALID KEY
                       MOVE "Y" TO HIST-EOF
               END-START
               PERFORM ADD_ONE_HISTORY_ROW
                   UNTIL HIST-EOF = "Y".

           ADD_ONE_HISTORY_ROW SECTION.
               READ TransHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO HIST-EOF
                       EXIT SECTION
               END-READ
               IF TH-ACCOUNT NOT = ACCT-NUMBER
                   OR TH-DATE > MONTH-END
                   MOVE "Y" TO HIST-EOF
                   EXIT SECTION
               END-IF
               EVALUATE TH-TYPE
                   WHEN "FEE"
                   WHEN "OVRD-FEE"
                       ADD TH-AMOUNT TO PA-FEES(PA-COUNT)
                   WHEN "OVRD-INT"
                       ADD TH-AMOUNT TO PA-INT-INCOME(PA-COUNT)
                   WHEN "LOAN-PMT"
                       MOVE ACCT-NUMBER TO LOOKUP-ACCT
                       PERFORM FIND_LOAN_SHARE
                       IF LT-FOUND > 0
                           COMPUTE PA-INT-INCOME(PA-COUNT) ROUNDED =
                               PA-INT-INCOME(PA-COUNT)
                               + TH-AMOUNT * LT-SHARE(LT-FOUND)
                       END-IF
                   WHEN "INTEREST"
                       ADD TH-AMOUNT TO PA-INT-COST(PA-COUNT)
                   WHEN "WITHDRAWAL"
                       ADD ATM-TXN-COST TO PA-SERVICE-COST(PA-COUNT)
                       ADD 1 TO ATM-TXNS
               END-EVALUATE.

           FIND_LOAN_SHARE SECTION.
               MOVE 0 TO LT-FOUND
               PERFORM MATCH_ONE_LOAN
                   VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > LT-COUNT OR LT-FOUND > 0.

           MATCH_ONE_LOAN SECTION.
               IF LT-ACCT(LT-INDEX) = LOOKUP-ACCT
                   MOVE LT-INDEX TO LT-FOUND
               END-IF.

           COUNT_JOINT_HOLDERS SECTION.
               IF NOT HOLDERS-ARE-AVAILABLE
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO AH-KEY
               START AccountHolderFile KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM COUNT_ONE_HOLDER
                   UNTIL SCAN-EOF = "Y".

           COUNT_ONE_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               MOVE AH-ACCT TO LOOKUP-ACCT
               PERFORM FIND_ACCOUNT
               IF PA-FOUND = 0
                   EXIT SECTION
               END-IF
               IF AH-CUST NOT = PA-OWNER(PA-FOUND)
                   AND PA-HOLDERS(PA-FOUND) < 99
                   ADD 1 TO PA-HOLDERS(PA-FOUND)
               END-IF.

           ADD_DEPOSIT_COSTS SECTION.
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
               PERFORM COST_ONE_DEPOSIT
                   UNTIL SCAN-EOF = "Y"
               CLOSE TermDepositFile.

           COST_ONE_DEPOSIT SECTION.
               READ TermDepositFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF TD-START-DATE > MONTH-END
                   OR TD-MATURITY < MONTH-START
                   EXIT SECTION
               END-IF
               MOVE TD-ACCT-NUMBER TO LOOKUP-ACCT
               PERFORM FIND_ACCOUNT
               IF PA-FOUND = 0
                   EXIT SECTION
               END-IF
               IF TD-START-DATE > MONTH-START
                   MOVE TD-START-DATE TO OVERLAP-FROM
               ELSE
                   MOVE MONTH-START TO OVERLAP-FROM
               END-IF
               IF TD-MATURITY < MONTH-END
                   MOVE TD-MATURITY TO OVERLAP-TO
               ELSE
                   MOVE MONTH-END TO OVERLAP-TO
               END-IF
               COMPUTE OVERLAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(OVERLAP-TO)
                   - FUNCTION INTEGER-OF-DATE(OVERLAP-FROM)
               IF OVERLAP-DAYS > 0
                   COMPUTE PA-INT-COST(PA-FOUND) ROUNDED =
                       PA-INT-COST(PA-FOUND)
                       + TD-AMOUNT * TD-RATE / 100
                       * OVERLAP-DAYS / 365
               END-IF.

           ADD_CARD_COSTS SECTION.
               OPEN INPUT CardMasterFile
               IF NOT CARD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO CARD-NUMBER
               START CardMasterFile KEY IS NOT LESS THAN CARD-NUMBER
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM COST_ONE_CARD
                   UNTIL SCAN-EOF = "Y"
               CLOSE CardMasterFile.

           COST_ONE_CARD SECTION.
               READ CardMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF CARD-IS-CLOSED
                   EXIT SECTION
               END-IF
               MOVE CARD-ACCT-NUMBER TO LOOKUP-ACCT
               PERFORM FIND_ACCOUNT
               IF PA-FOUND > 0
                   ADD CARD-COST TO PA-SERVICE-COST(PA-FOUND)
               END-IF.

           ATTRIBUTE_ACCOUNTS SECTION.
               PERFORM ATTRIBUTE_TO_OWNER
                   VARYING PA-INDEX FROM 1 BY 1
                   UNTIL PA-INDEX > PA-COUNT
               IF NOT HOLDERS-ARE-AVAILABLE
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO AH-KEY
               START AccountHolderFile KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM ATTRIBUTE_TO_HOLDER
                   UNTIL SCAN-EOF = "Y".

           ATTRIBUTE_TO_OWNER SECTION.
               MOVE PA-INDEX TO PA-FOUND
               MOVE PA-OWNER(PA-INDEX) TO LOOKUP-CUST
               PERFORM SHARE_TO_CUSTOMER.

           ATTRIBUTE_TO_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               MOVE AH-ACCT TO LOOKUP-ACCT
               PERFORM FIND_ACCOUNT
               IF PA-FOUND = 0
                   EXIT SECTION
               END-IF
               IF AH-CUST = PA-OWNER(PA-FOUND)
                   EXIT SECTION
               END-IF
               MOVE AH-CUST TO LOOKUP-CUST
               PERFORM SHARE_TO_CUSTOMER.

           SHARE_TO_CUSTOMER SECTION.
               PERFORM ADD_CUSTOMER
               IF PC-FOUND = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO PC-ACCOUNTS(PC-FOUND)
               COMPUTE SHARE-AMOUNT ROUNDED =
                   PA-FEES(PA-FOUND) / PA-HOLDERS(PA-FOUND)
               ADD SHARE-AMOUNT TO PC-FEES(PC-FOUND)
               COMPUTE SHARE-AMOUNT ROUNDED =
                   PA-INT-INCOME(PA-FOUND) / PA-HOLDERS(PA-FOUND)
               ADD SHARE-AMOUNT TO PC-INT-INCOME(PC-FOUND)
               COMPUTE SHARE-AMOUNT ROUNDED =
                   PA-INT-COST(PA-FOUND) / PA-HOLDERS(PA-FOUND)
               ADD SHARE-AMOUNT TO PC-INT-COST(PC-FOUND)
               COMPUTE SHARE-AMOUNT ROUNDED =
                   PA-SERVICE-COST(PA-FOUND) / PA-HOLDERS(PA-FOUND)
               ADD SHARE-AMOUNT TO PC-SERVICE-COST(PC-FOUND).

           FIND_ACCOUNT SECTION.
               MOVE 0 TO PA-FOUND
               PERFORM MATCH_ONE_ACCOUNT
                   VARYING PA-INDEX FROM 1 BY 1
                   UNTIL PA-INDEX > PA-COUNT OR PA-FOUND > 0.

           MATCH_ONE_ACCOUNT SECTION.
               IF PA-ACCT(PA-INDEX) = LOOKUP-ACCT
                   MOVE PA-INDEX TO PA-FOUND
               END-IF.

           FIND_CUSTOMER SECTION.
               MOVE 0 TO PC-FOUND
               PERFORM MATCH_ONE_CUSTOMER
                   VARYING PC-INDEX FROM 1 BY 1
                   UNTIL PC-INDEX > PC-COUNT OR PC-FOUND > 0.

           MATCH_ONE_CUSTOMER SECTION.
               IF PC-CUST(PC-INDEX) = LOOKUP-CUST
                   MOVE PC-INDEX TO PC-FOUND
               END-IF.

           ADD_CUSTOMER SECTION.
               PERFORM FIND_CUSTOMER
               IF PC-FOUND > 0
                   EXIT SECTION
               END-IF
               IF PC-COUNT NOT < 5000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO PC-COUNT
               MOVE LOOKUP-CUST TO PC-CUST(PC-COUNT)
               MOVE 0 TO PC-ACCOUNTS(PC-COUNT)
               MOVE 0 TO PC-FEES(PC-COUNT)
               MOVE 0 TO PC-INT-INCOME(PC-COUNT)
               MOVE 0 TO PC-INT-COST(PC-COUNT)
               MOVE 0 TO PC-SERVICE-COST(PC-COUNT)
               MOVE PC-COUNT TO PC-FOUND.

           RANK_CUSTOMERS SECTION.
               PERFORM INSERT_ONE_CUSTOMER
                   VARYING PC-INDEX FROM 1 BY 1
                   UNTIL PC-INDEX > PC-COUNT.

           INSERT_ONE_CUSTOMER SECTION.
               COMPUTE PC-REVENUE(PC-INDEX) =
                   PC-FEES(PC-INDEX) + PC-INT-INCOME(PC-INDEX)
               COMPUTE PC-COST(PC-INDEX) =
                   PC-INT-COST(PC-INDEX) + PC-SERVICE-COST(PC-INDEX)
               COMPUTE PC-NET(PC-INDEX) =
                   PC-REVENUE(PC-INDEX) - PC-COST(PC-INDEX)
               MOVE PC-INDEX TO RK-POS
               MOVE "N" TO RK-PLACED
               PERFORM SHIFT_ONE_RANK
                   UNTIL RK-PLACED = "Y"
               MOVE PC-INDEX TO RK-SLOT(RK-POS).

           SHIFT_ONE_RANK SECTION.
               IF RK-POS = 1
                   MOVE "Y" TO RK-PLACED
                   EXIT SECTION
               END-IF
               MOVE RK-SLOT(RK-POS - 1) TO RK-PREV
               IF PC-NET(RK-PREV) NOT < PC-NET(PC-INDEX)
                   MOVE "Y" TO RK-PLACED
                   EXIT SECTION
               END-IF
               MOVE RK-PREV TO RK-SLOT(RK-POS)
               SUBTRACT 1 FROM RK-POS.

           SUMMARISE_DECILES SECTION.
               INITIALIZE DECILE-TABLE
               PERFORM SUMMARISE_ONE_RANK
                   VARYING RK-POS FROM 1 BY 1
                   UNTIL RK-POS > PC-COUNT.

           SUMMARISE_ONE_RANK SECTION.
               MOVE RK-SLOT(RK-POS) TO PC-FOUND
               COMPUTE DECILE-WORK = (RK-POS - 1) * 10 / PC-COUNT
               COMPUTE DECILE-INDEX = DECILE-WORK + 1
               MOVE DECILE-INDEX TO PC-DECILE(PC-FOUND)
               ADD 1 TO DS-CUSTOMERS(DECILE-INDEX)
               ADD PC-REVENUE(PC-FOUND) TO DS-REVENUE(DECILE-INDEX)
               ADD PC-COST(PC-FOUND) TO DS-COST(DECILE-INDEX)
               ADD PC-NET(PC-FOUND) TO DS-NET(DECILE-INDEX)
               ADD PC-REVENUE(PC-FOUND) TO TOTAL-REVENUE
               ADD PC-COST(PC-FOUND) TO TOTAL-COST
               ADD PC-NET(PC-FOUND) TO TOTAL-NET.

           WRITE_REPORT_HEADER SECTION.
               MOVE "---- Customer Profitability Report ----"
                   TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Period " MONTH-START " to " MONTH-END
                   "  run date " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE ATM-TXN-COST TO ATM-RATE-ED
               MOVE CARD-COST TO CARD-RATE-ED
               MOVE ACCOUNT-COST TO ACCT-RATE-ED
               INITIALIZE REPORT-TEXT
               STRING "Unit costs: ATM txn " ATM-RATE-ED
                   "  card/month " CARD-RATE-ED
                   "  account/month " ACCT-RATE-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE SPACES TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE.

           WRITE_SEGMENT_SUMMARY SECTION.
               MOVE "Segment summary (decile 01 = most profitable)"
                   TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE "Dec  Custs      Revenue         Cost          Net"
                   TO PROFIT-REPORT-LINE
               MOVE "      Avg net" TO PROFIT-REPORT-LINE(51:13)
               WRITE PROFIT-REPORT-LINE
               PERFORM WRITE_ONE_DECILE
                   VARYING DECILE-INDEX FROM 1 BY 1
                   UNTIL DECILE-INDEX > 10
               MOVE TOTAL-REVENUE TO REVENUE-ED
               MOVE TOTAL-COST TO COST-ED
               MOVE TOTAL-NET TO NET-ED
               INITIALIZE REPORT-TEXT
               STRING "All  " PC-COUNT " " REVENUE-ED " " COST-ED
                   " " NET-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE SPACES TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE.

           WRITE_ONE_DECILE SECTION.
               IF DS-CUSTOMERS(DECILE-INDEX) = 0
                   EXIT SECTION
               END-IF
               COMPUTE AVERAGE-NET ROUNDED =
                   DS-NET(DECILE-INDEX) / DS-CUSTOMERS(DECILE-INDEX)
               MOVE DS-REVENUE(DECILE-INDEX) TO REVENUE-ED
               MOVE DS-COST(DECILE-INDEX) TO COST-ED
               MOVE DS-NET(DECILE-INDEX) TO NET-ED
               MOVE AVERAGE-NET TO AVERAGE-ED
               INITIALIZE REPORT-TEXT
               STRING " " DECILE-INDEX "  " DS-CUSTOMERS(DECILE-INDEX)
                   " " REVENUE-ED " " COST-ED " " NET-ED " "
                   AVERAGE-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE.

           WRITE_LOSS_LISTING SECTION.
               MOVE "Loss-making relationships (largest loss first)"
                   TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE "Cust   Name                 Acc      Revenue"
                   TO PROFIT-REPORT-LINE
               MOVE "         Cost          Net Dec"
                   TO PROFIT-REPORT-LINE(45:30)
               WRITE PROFIT-REPORT-LINE
               MOVE "N" TO LOSS-DONE
               PERFORM LIST_ONE_LOSS
                   VARYING RK-POS FROM PC-COUNT BY -1
                   UNTIL RK-POS < 1 OR LOSS-DONE = "Y"
               MOVE LOSS-NET TO NET-ED
               INITIALIZE REPORT-TEXT
               STRING "Loss-making customers " LOSS-COUNT
                   "  combined net " NET-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE SPACES TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE REPORT-TEXT TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE.

           LIST_ONE_LOSS SECTION.
               MOVE RK-SLOT(RK-POS) TO PC-FOUND
               IF PC-NET(PC-FOUND) NOT < 0
                   MOVE "Y" TO LOSS-DONE
                   EXIT SECTION
               END-IF
               ADD 1 TO LOSS-COUNT
               ADD PC-NET(PC-FOUND) TO LOSS-NET
               MOVE SPACES TO CUST-NAME
               IF CUSTOMERS-ARE-AVAILABLE
                   MOVE PC-CUST(PC-FOUND) TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           MOVE "NOT ON FILE" TO CUST-NAME
                   END-READ
               END-IF
               MOVE PC-REVENUE(PC-FOUND) TO REVENUE-ED
               MOVE PC-COST(PC-FOUND) TO COST-ED
               MOVE PC-NET(PC-FOUND) TO NET-ED
               INITIALIZE REPORT-TEXT
               STRING PC-CUST(PC-FOUND) " " CUST-NAME " "
                   PC-ACCOUNTS(PC-FOUND) " " REVENUE-ED " " COST-ED
                   " " NET-ED "  " PC-DECILE(PC-FOUND)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE.
