                   RECORD KEY IS AH-KEY
                   FILE STATUS IS HOLDER-FILE-STATUS.

               SELECT HoldFile ASSIGN TO "HOLDFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HOLD-FILE-STATUS.

               SELECT StandingOrderFile ASSIGN TO "STANDORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-ORDER-ID
                   FILE STATUS IS ORDER-FILE-STATUS.

               SELECT SweepInstructionFile ASSIGN TO "SWEEPINS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SW-ID
                   FILE STATUS IS SWEEP-FILE-STATUS.

               SELECT MandateFile ASSIGN TO "MANDATE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MD-ID
                   FILE STATUS IS MAND-FILE-STATUS.

               SELECT CardMasterFile ASSIGN TO "CARDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CARD-NUMBER
                   FILE STATUS IS CARD-FILE-STATUS.

               SELECT CardLinkFile ASSIGN TO "CARDLINK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CL-KEY
                   FILE STATUS IS LINK-FILE-STATUS.

               SELECT CashCodeFile ASSIGN TO "CASHCODE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODE
                   FILE STATUS IS CODE-FILE-STATUS.

               SELECT FeeScheduleFile ASSIGN TO "FEESCHED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FEE-KEY
                   FILE STATUS IS FEE-FILE-STATUS.

               SELECT OverdraftAccrualFile ASSIGN TO "ODACCRUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OD-ACCT-NUMBER
                   FILE STATUS IS OD-FILE-STATUS.

               SELECT ProductFile ASSIGN TO "PRODMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-CODE
                   FILE STATUS IS PROD-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ClearingOutFile ASSIGN TO "CLRGOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ClosureStatementFile ASSIGN TO CLOSE-STMT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AccountMasterFile.
                   03 AH-CUST PIC X(6).
               02 AH-ROLE PIC X(1).

           FD HoldFile.
           01 HoldLine.
               02 HOLD-ACCOUNT      PIC X(6).
               02 HOLD-AMOUNT       PIC 9(7)V99.
               02 HOLD-DEPOSIT-DATE PIC 9(8).
               02 HOLD-RELEASE-DATE PIC 9(8).
               02 HOLD-STATUS       PIC X(1).

           FD StandingOrderFile.
           COPY STANDORD.

           FD SweepInstructionFile.
           COPY SWEEPINS.

           FD MandateFile.
           COPY MANDATE.

           FD CardMasterFile.
           COPY CARDMAST.

           FD CardLinkFile.
           COPY CARDLINK.

           FD CashCodeFile.
           COPY CASHCODE.

           FD FeeScheduleFile.
           01 FEE-SCHEDULE-RECORD.
               02 FEE-KEY.
                   03 FEE-CODE     PIC X(8).
                   03 FEE-EFF-DATE PIC 9(8).
               02 FEE-TXN-TYPE  PIC X(10).
               02 FEE-ACCT-TYPE PIC X(1).
               02 FEE-FLAT      PIC 9(5)V99.
               02 FEE-PERCENT   PIC 9(2)V99.

           FD OverdraftAccrualFile.
           COPY ODACCRUE.

           FD ProductFile.
           COPY PRODMAST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD ClearingOutFile.
           01 ClearingOutLine.
               02 CO-BANK-CODE   PIC X(8).
               02 CO-REFERENCE   PIC X(14).
               02 CO-SRC-ACCT    PIC X(6).
               02 CO-DEST-ACCT   PIC X(6).
               02 CO-AMOUNT      PIC 9(7)V99.
               02 CO-SETTLE-DATE PIC 9(8).

           FD ClosureStatementFile.
           01 CLOSE-STMT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).
           01 HOLDER-EOF PIC X.
           01 INPUT-ROLE PIC X(1).

           01 HOLD-FILE-STATUS PIC XX.
               88 HOLD-FILE-OK VALUE "00".
           01 ORDER-FILE-STATUS PIC XX.
               88 ORDER-FILE-OK VALUE "00".
           01 SWEEP-FILE-STATUS PIC XX.
               88 SWEEP-FILE-OK VALUE "00".
           01 MAND-FILE-STATUS PIC XX.
               88 MAND-FILE-OK VALUE "00".
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
           01 LINK-FILE-STATUS PIC XX.
               88 LINK-FILE-OK VALUE "00".
           01 CODE-FILE-STATUS PIC XX.
               88 CODE-FILE-OK VALUE "00".
           01 FEE-FILE-STATUS PIC XX.
               88 FEE-FILE-OK VALUE "00".
           01 OD-FILE-STATUS PIC XX.
               88 OD-FILE-OK VALUE "00".
           01 PROD-FILE-STATUS PIC XX.
               88 PROD-FILE-OK VALUE "00".
           01 PRODUCTS-AVAILABLE PIC X(1).
               88 PRODUCTS-ARE-AVAILABLE VALUE "Y".
           01 ITEM-EOF PIC X.

           01 CHOICE PIC 9.
           01 INPUT-ACCOUNT PIC X(6).
           01 INPUT-CUST-ID PIC X(6).
           01 INPUT-PIN PIC X(4).
           01 INPUT-TYPE PIC X(1).
           01 INPUT-PRODUCT PIC X(4).
           01 INPUT-CURRENCY PIC X(3).
           01 CURRENCY-INDEX PIC 9.
           01 CURRENCY-ELIGIBLE PIC X(1).
               88 CURRENCY-IS-ELIGIBLE VALUE "Y".
           01 TIER-INDEX PIC 9.
           01 ACCOUNT-RATE PIC 9V9999.
           01 PRODUCT-FOUND PIC X(1).
               88 PRODUCT-IS-FOUND VALUE "Y".

           01 HIGH-ACCT-NUM PIC 9(6) VALUE 0.
           01 WORK-ACCT-NUM PIC 9(6).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.

           01 INTEREST-RATE-TABLE.
               02 RATE-SAVINGS     PIC 9V9999 VALUE 0.0150.
               02 RATE-CHECKING    PIC 9V9999 VALUE 0.0025.
               02 RATE-OD-ARRANGED PIC 9V9(6) VALUE 0.000300.
               02 RATE-OD-EXCESS   PIC 9V9(6) VALUE 0.000600.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 FEE-SCAN-EOF PIC X.
           01 FEE-SCAN-CODE PIC X(8).
           01 BEST-EFF-DATE PIC 9(8).
           01 BEST-FLAT PIC 9(5)V99.
           01 BEST-PCT PIC 9(2)V99.

           01 CLOSE-DATE PIC 9(8).
           01 CLOSE-TIME PIC 9(6).
           01 CLOSE-REF PIC X(14).
           01 CLOSE-STMT-NAME PIC X(40).
           01 CLOSE-STMT-TEXT PIC X(80).
           01 CLOSE-CREDIT-INT PIC S9(7)V99.
           01 CLOSE-WHT-GROSS PIC 9(7)V99.
           01 CLOSE-WHT-RATE PIC 9(2)V99.
           01 CLOSE-WHT-BASIS PIC X(1).
           01 CLOSE-WHT-TAX PIC 9(7)V99.
           01 CLOSE-WHT-SOURCE PIC X(1) VALUE "C".
           01 CLOSE-DEBIT-INT PIC S9(7)V99.
           01 CLOSE-OD-WORK PIC 9(7)V9(4).
           01 CLOSE-FEE PIC S9(7)V99.
           01 CLOSE-RESIDUAL PIC S9(7)V99.
           01 CLOSE-CURRENCY PIC X(3).
           01 CLOSE-OD-FOUND PIC X(1).
               88 CLOSE-HAS-OD-ACCRUAL VALUE "Y".
           01 OD-OVERDRAWN-AMOUNT PIC 9(7)V99.
           01 OD-INSIDE-AMOUNT PIC 9(7)V99.
           01 OD-EXCESS-AMOUNT PIC 9(7)V99.
           01 CLOSE-ITEMS PIC 9(4).
           01 CLOSE-ITEMS-X PIC Z(3)9.
           01 PAYOUT-METHOD PIC X(1).
               88 PAYOUT-TO-ACCOUNT  VALUE "T".
               88 PAYOUT-TO-CLEARING VALUE "C".
               88 PAYOUT-NONE        VALUE "N".
           01 PAYOUT-ACCOUNT PIC X(6).
           01 PAYOUT-LOCKED PIC X(1).
               88 PAYOUT-IS-LOCKED VALUE "Y".
           01 OUR-BANK-CODE PIC X(8) VALUE "COBOLBNK".
           01 CLRG-DATE-INT PIC 9(8).

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7).
           01 EV-HASH-TOTAL PIC 9(13)V99.

           01 HOLD-TABLE.
               02 HOLD-COUNT PIC 9(4) VALUE 0.
               02 HOLD-ENTRY OCCURS 500 TIMES.
                   03 HT-ACCOUNT      PIC X(6).
                   03 HT-AMOUNT       PIC 9(7)V99.
                   03 HT-DEPOSIT-DATE PIC 9(8).
                   03 HT-RELEASE-DATE PIC 9(8).
                   03 HT-STATUS       PIC X(1).
           01 HOLD-INDEX PIC 9(4).
           01 HOLD-OVERFLOW PIC X VALUE "N".
               88 HOLD-HAS-OVERFLOWED VALUE "Y".
           01 HOLD-EOF PIC X.

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 SP-SOURCE    PIC X(10).
           01 SP-REFERENCE PIC X(14).
           01 SP-CUST-ID   PIC X(6).
           01 SP-NAME      PIC X(30).
           01 SP-ACCOUNT   PIC X(6).
           01 SP-HELD-ITEM PIC X(60).
           01 SP-RESULT    PIC X(1).
               88 SP-IS-CLEAR     VALUE "C".
               88 SP-IS-HELD      VALUE "H".
               88 SP-IS-CONFIRMED VALUE "F".
           01 SP-QUEUE-ID  PIC 9(16).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Account Maintenance ----"
                   CLOSE AccountHolderFile
                   OPEN I-O AccountHolderFile
               END-IF
               OPEN INPUT ProductFile
               IF PROD-FILE-OK
                   MOVE "Y" TO PRODUCTS-AVAILABLE
               ELSE
                   MOVE "N" TO PRODUCTS-AVAILABLE
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4
               CLOSE AccountMasterFile
               CLOSE CustomerMasterFile
               CLOSE AccountHolderFile
               IF PRODUCTS-ARE-AVAILABLE
                   CLOSE ProductFile
               END-IF
               DISPLAY "---- Maintenance Complete ----"
               STOP RUN.

                       MOVE "N" TO ENTRY-OK
               END-READ

               IF ENTRY-IS-OK
                   PERFORM SCREEN_CUSTOMER
               END-IF

               IF ENTRY-IS-OK
                   PERFORM FIND_NEXT_ACCOUNT_NUMBER

                   DISPLAY "Product code: "
                   ACCEPT INPUT-PRODUCT
                   INSPECT INPUT-PRODUCT CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM FIND_OPENING_PRODUCT
               END-IF

               IF ENTRY-IS-OK
                   DISPLAY "Currency code (e.g. USD, EUR): "
                   ACCEPT INPUT-CURRENCY
                   INSPECT INPUT-CURRENCY CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM CHECK_PRODUCT_CURRENCY
                   IF NOT CURRENCY-IS-ELIGIBLE
                       DISPLAY "Product " PR-CODE
                           " is not offered in " INPUT-CURRENCY "."
                       MOVE "N" TO ENTRY-OK
                   END-IF
               END-IF
                   MOVE NEW-ACCT-NUM TO ACCT-NUMBER
                   MOVE INPUT-PIN TO ACCT-PIN
                   MOVE 0 TO ACCT-BALANCE
                   MOVE PR-WITHDRAW-LIMIT TO ACCT-WITHDRAW-LIMIT
                   MOVE PR-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
                   DISPLAY "Withdrawal limit " PR-WITHDRAW-LIMIT
                       "  overdraft limit " PR-OVERDRAFT-LIMIT
                       " (product defaults)"
                   MOVE 0 TO ACCT-DAILY-WITHDRAWN
                   MOVE 0 TO ACCT-ATTEMPTS
                   MOVE "N" TO ACCT-BLOCKED
                   MOVE PR-BASE-TYPE TO ACCT-TYPE
                   MOVE PR-CODE TO ACCT-PRODUCT
                   MOVE INPUT-CUST-ID TO ACCT-CUST-ID
                   MOVE "N" TO ACCT-DORMANT
                   ACCEPT ACCT-LAST-ACTIVITY FROM DATE YYYYMMDD
                   MOVE 0 TO ACCT-HELD-AMOUNT
                   MOVE INPUT-CURRENCY TO ACCT-CURRENCY

                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                   END-WRITE
               END-IF.

           FIND_OPENING_PRODUCT SECTION.
               IF NOT PRODUCTS-ARE-AVAILABLE
                   DISPLAY "No product catalogue on file."
                   MOVE "N" TO ENTRY-OK
                   EXIT SECTION
               END-IF
               MOVE INPUT-PRODUCT TO PR-CODE
               READ ProductFile
                   INVALID KEY
                       DISPLAY "Unknown product code."
                       MOVE "N" TO ENTRY-OK
                       EXIT SECTION
               END-READ
               IF NOT PR-IS-ACTIVE
                   DISPLAY "Product " PR-CODE
                       " is withdrawn from sale."
                   MOVE "N" TO ENTRY-OK
                   EXIT SECTION
               END-IF
               DISPLAY "Product: " PR-CODE " " PR-NAME.

           CHECK_PRODUCT_CURRENCY SECTION.
               IF PR-CURRENCY(1) = SPACES
                   AND PR-CURRENCY(2) = SPACES
                   AND PR-CURRENCY(3) = SPACES
                   AND PR-CURRENCY(4) = SPACES
                   MOVE "Y" TO CURRENCY-ELIGIBLE
                   EXIT SECTION
               END-IF
               MOVE "N" TO CURRENCY-ELIGIBLE
               PERFORM CHECK_ONE_CURRENCY
                   VARYING CURRENCY-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-INDEX > 4.

           CHECK_ONE_CURRENCY SECTION.
               IF PR-CURRENCY(CURRENCY-INDEX) = INPUT-CURRENCY
                   MOVE "Y" TO CURRENCY-ELIGIBLE
               END-IF.

           SCREEN_PAYOUT SECTION.
               MOVE SPACES TO SP-CUST-ID
               MOVE SPACES TO SP-NAME
               MOVE INPUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CUST-ID TO SP-CUST-ID
                       MOVE ACCT-CUST-ID TO CUST-ID
                       READ CustomerMasterFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CUST-NAME TO SP-NAME
                       END-READ
               END-READ
               MOVE "ACCTMAINT" TO SP-SOURCE
               MOVE INPUT-ACCOUNT TO SP-REFERENCE
               MOVE PAYOUT-ACCOUNT TO SP-ACCOUNT
               MOVE SPACES TO SP-HELD-ITEM
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               EVALUATE TRUE
                   WHEN SP-IS-CONFIRMED
                       DISPLAY "Confirmed watch-list match - "
                           "clearing payout refused."
                       MOVE "N" TO ENTRY-OK
                   WHEN SP-IS-HELD
                       DISPLAY "Payout referred to compliance "
                           "review " SP-QUEUE-ID
                           " - account not closed."
                       MOVE "N" TO ENTRY-OK
               END-EVALUATE.

           SCREEN_CUSTOMER SECTION.
               MOVE "ACCTMAINT" TO SP-SOURCE
               MOVE CUST-ID TO SP-REFERENCE
               MOVE CUST-ID TO SP-CUST-ID
               MOVE CUST-NAME TO SP-NAME
               MOVE SPACES TO SP-ACCOUNT
               MOVE SPACES TO SP-HELD-ITEM
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               EVALUATE TRUE
                   WHEN SP-IS-CONFIRMED
                       DISPLAY "Customer is a confirmed watch-list "
                           "match - account refused."
                       MOVE "N" TO ENTRY-OK
                   WHEN SP-IS-HELD
                       DISPLAY "Customer referred to compliance "
                           "review " SP-QUEUE-ID
                           " - account not opened."
                       MOVE "N" TO ENTRY-OK
               END-EVALUATE.

           FIND_NEXT_ACCOUNT_NUMBER SECTION.
               MOVE 0 TO HIGH-ACCT-NUM
               MOVE "N" TO SCAN-EOF
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account not found."
                       PERFORM RELEASE_ACCOUNT_LOCK
                       EXIT SECTION
               END-READ

               PERFORM LOAD_HOLDS
               IF HOLD-HAS-OVERFLOWED
                   DISPLAY "Hold file too large to process here - "
                       "close not started."
                   PERFORM RELEASE_ACCOUNT_LOCK
                   EXIT SECTION
               END-IF

               PERFORM PREPARE_CLOSE_FIGURES
               IF CLOSE-RESIDUAL < 0
                   MOVE CLOSE-RESIDUAL TO AMOUNT-FOR-FORMAT
                   CALL "FORMAT-CURRENCY" USING
                       AMOUNT-FOR-FORMAT, CURR-SYMBOL,
                       CURR-DECIMAL-SEP, CURR-SYMBOL-POSITION,
                       AMOUNT-F
                   DISPLAY "Settled balance would be " AMOUNT-F
                       " - the debit must be repaid before "
                       "the account can close."
                   PERFORM RELEASE_ACCOUNT_LOCK
                   EXIT SECTION
               END-IF

               PERFORM GET_PAYOUT_INSTRUCTION
               IF NOT ENTRY-IS-OK
                   PERFORM RELEASE_PAYOUT_LOCK
                   PERFORM RELEASE_ACCOUNT_LOCK
                   EXIT SECTION
               END-IF

               DISPLAY "Proceed with settlement close? (Y/N): "
               ACCEPT INPUT-TYPE
               IF INPUT-TYPE NOT = "Y"
                   DISPLAY "Close abandoned."
                   PERFORM RELEASE_PAYOUT_LOCK
                   PERFORM RELEASE_ACCOUNT_LOCK
                   EXIT SECTION
               END-IF

               PERFORM SETTLE_AND_CLOSE
               PERFORM RELEASE_PAYOUT_LOCK
               PERFORM RELEASE_ACCOUNT_LOCK.

           PREPARE_CLOSE_FIGURES SECTION.
               ACCEPT CLOSE-DATE FROM DATE YYYYMMDD
               MOVE ACCT-CURRENCY TO CLOSE-CURRENCY
               PERFORM LOAD_CLOSE_RATES

               PERFORM FIND_ACCOUNT_PRODUCT
               MOVE 0 TO CLOSE-CREDIT-INT
               IF ACCT-BALANCE > 0
                   PERFORM SELECT_CLOSE_RATE
                   COMPUTE CLOSE-CREDIT-INT ROUNDED =
                       ACCT-BALANCE * ACCOUNT-RATE
               END-IF
               MOVE 0 TO CLOSE-WHT-TAX
               IF CLOSE-CREDIT-INT > 0
                   MOVE CLOSE-CREDIT-INT TO CLOSE-WHT-GROSS
                   CALL "CALC-WITHHOLDING" USING ACCT-CUST-ID,
                       CLOSE-DATE, CLOSE-WHT-GROSS, CLOSE-WHT-RATE,
                       CLOSE-WHT-BASIS, CLOSE-WHT-TAX
               END-IF

               PERFORM COMPUTE_CLOSE_DEBIT_INTEREST
               PERFORM COMPUTE_CLOSE_FEE

               COMPUTE CLOSE-RESIDUAL = ACCT-BALANCE
                   + CLOSE-CREDIT-INT - CLOSE-WHT-TAX
                   - CLOSE-DEBIT-INT - CLOSE-FEE

               MOVE ACCT-BALANCE TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               DISPLAY "Current balance:       " AMOUNT-F
               MOVE CLOSE-CREDIT-INT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               DISPLAY "Interest to today:     " AMOUNT-F
               MOVE CLOSE-WHT-TAX TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               DISPLAY "Tax withheld:          " AMOUNT-F
               MOVE CLOSE-DEBIT-INT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               DISPLAY "Overdraft interest:    " AMOUNT-F
               MOVE CLOSE-FEE TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               DISPLAY "Closing fees:          " AMOUNT-F
               MOVE CLOSE-RESIDUAL TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               DISPLAY "Residual to pay out:   " AMOUNT-F.

           FIND_ACCOUNT_PRODUCT SECTION.
               MOVE "N" TO PRODUCT-FOUND
               IF ACCT-PRODUCT = SPACES
                   OR NOT PRODUCTS-ARE-AVAILABLE
                   EXIT SECTION
               END-IF
               MOVE ACCT-PRODUCT TO PR-CODE
               READ ProductFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE "Y" TO PRODUCT-FOUND.

           SELECT_CLOSE_RATE SECTION.
               IF ACCT-IS-SAVINGS
                   MOVE RATE-SAVINGS TO ACCOUNT-RATE
               ELSE
                   MOVE RATE-CHECKING TO ACCOUNT-RATE
               END-IF
               IF NOT PRODUCT-IS-FOUND
                   EXIT SECTION
               END-IF
               MOVE PR-TIER-RATE(1) TO ACCOUNT-RATE
               PERFORM PICK_RATE_TIER
                   VARYING TIER-INDEX FROM 2 BY 1
                   UNTIL TIER-INDEX > 3.

           PICK_RATE_TIER SECTION.
               IF PR-TIER-FLOOR(TIER-INDEX) > 0
                   AND ACCT-BALANCE >= PR-TIER-FLOOR(TIER-INDEX)
                   MOVE PR-TIER-RATE(TIER-INDEX) TO ACCOUNT-RATE
               END-IF.

           LOAD_CLOSE_RATES SECTION.
               MOVE CLOSE-DATE TO PARM-ASOF
               MOVE "RATESAVINGS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO RATE-SAVINGS
               END-IF
               MOVE "RATECHECKING" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO RATE-CHECKING
               END-IF
               MOVE "RATEODARR" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO RATE-OD-ARRANGED
               END-IF
               MOVE "RATEODEXCESS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO RATE-OD-EXCESS
               END-IF.

           COMPUTE_CLOSE_DEBIT_INTEREST SECTION.
               MOVE 0 TO CLOSE-OD-WORK
               MOVE "N" TO CLOSE-OD-FOUND
               OPEN INPUT OverdraftAccrualFile
               IF OD-FILE-OK
                   MOVE ACCT-NUMBER TO OD-ACCT-NUMBER
                   READ OverdraftAccrualFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CLOSE-OD-FOUND
                           COMPUTE CLOSE-OD-WORK =
                               OD-ACCRUED-ARRANGED +
                               OD-ACCRUED-EXCESS
                   END-READ
                   CLOSE OverdraftAccrualFile
               END-IF

               IF ACCT-BALANCE < 0
                   COMPUTE OD-OVERDRAWN-AMOUNT = 0 - ACCT-BALANCE
                   IF OD-OVERDRAWN-AMOUNT > ACCT-OVERDRAFT-LIMIT
                       MOVE ACCT-OVERDRAFT-LIMIT TO OD-INSIDE-AMOUNT
                       COMPUTE OD-EXCESS-AMOUNT =
                           OD-OVERDRAWN-AMOUNT - ACCT-OVERDRAFT-LIMIT
                   ELSE
                       MOVE OD-OVERDRAWN-AMOUNT TO OD-INSIDE-AMOUNT
                       MOVE 0 TO OD-EXCESS-AMOUNT
                   END-IF
                   COMPUTE CLOSE-OD-WORK ROUNDED = CLOSE-OD-WORK
                       + OD-INSIDE-AMOUNT * RATE-OD-ARRANGED
                       + OD-EXCESS-AMOUNT * RATE-OD-EXCESS
               END-IF
               COMPUTE CLOSE-DEBIT-INT ROUNDED = CLOSE-OD-WORK.

           COMPUTE_CLOSE_FEE SECTION.
               MOVE 0 TO CLOSE-FEE
               OPEN INPUT FeeScheduleFile
               IF NOT FEE-FILE-OK
                   EXIT SECTION
               END-IF
               IF ACCT-IS-SAVINGS
                   MOVE "CLOSE-S" TO FEE-SCAN-CODE
               ELSE
                   MOVE "CLOSE-C" TO FEE-SCAN-CODE
               END-IF
               IF PRODUCT-IS-FOUND
                   MOVE PR-CLOSE-FEE-CODE TO FEE-SCAN-CODE
               END-IF
               PERFORM FIND_EFFECTIVE_FEE
               CLOSE FeeScheduleFile

               MOVE BEST-FLAT TO CLOSE-FEE
               IF ACCT-BALANCE > 0
                   COMPUTE CLOSE-FEE ROUNDED = BEST-FLAT
                       + ACCT-BALANCE * BEST-PCT / 100
               END-IF.

           FIND_EFFECTIVE_FEE SECTION.
               MOVE 0 TO BEST-EFF-DATE
               MOVE 0 TO BEST-FLAT
               MOVE 0 TO BEST-PCT
               MOVE "N" TO FEE-SCAN-EOF
               MOVE FEE-SCAN-CODE TO FEE-CODE
               MOVE 0 TO FEE-EFF-DATE
               START FeeScheduleFile KEY IS NOT LESS THAN FEE-KEY
                   INVALID KEY
                       MOVE "Y" TO FEE-SCAN-EOF
               END-START
               PERFORM SCAN_ONE_FEE_ROW
               UNTIL FEE-SCAN-EOF = "Y".

           SCAN_ONE_FEE_ROW SECTION.
               READ FeeScheduleFile NEXT RECORD
                   AT END
                       MOVE "Y" TO FEE-SCAN-EOF
                   NOT AT END
                       IF FEE-CODE NOT = FEE-SCAN-CODE
                           MOVE "Y" TO FEE-SCAN-EOF
                       ELSE
                           IF FEE-EFF-DATE <= CLOSE-DATE
                               AND FEE-EFF-DATE >= BEST-EFF-DATE
                               MOVE FEE-EFF-DATE TO
                                   BEST-EFF-DATE
                               MOVE FEE-FLAT TO BEST-FLAT
                               MOVE FEE-PERCENT TO BEST-PCT
                           END-IF
                       END-IF
               END-READ.

           GET_PAYOUT_INSTRUCTION SECTION.
               MOVE "Y" TO ENTRY-OK
               MOVE "N" TO PAYOUT-LOCKED
               MOVE SPACES TO PAYOUT-ACCOUNT
               IF CLOSE-RESIDUAL = 0
                   MOVE "N" TO PAYOUT-METHOD
                   EXIT SECTION
               END-IF

               DISPLAY "Pay residual by (T)ransfer to another "
                   "account or (C)learing to another bank: "
               ACCEPT PAYOUT-METHOD
               IF NOT PAYOUT-TO-ACCOUNT AND NOT PAYOUT-TO-CLEARING
                   DISPLAY "Invalid payout method."
                   MOVE "N" TO ENTRY-OK
                   EXIT SECTION
               END-IF

               DISPLAY "Destination account number: "
               ACCEPT PAYOUT-ACCOUNT
               IF PAYOUT-ACCOUNT = INPUT-ACCOUNT
                   OR PAYOUT-ACCOUNT = SPACES
                   DISPLAY "Invalid destination account."
                   MOVE "N" TO ENTRY-OK
                   EXIT SECTION
               END-IF
               IF PAYOUT-TO-CLEARING
                   PERFORM SCREEN_PAYOUT
                   EXIT SECTION
               END-IF

               MOVE PAYOUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Destination account not found."
                       MOVE "N" TO ENTRY-OK
                   NOT INVALID KEY
                       IF ACCT-IS-BLOCKED
                           DISPLAY "Destination account is "
                               "blocked."
                           MOVE "N" TO ENTRY-OK
                       END-IF
                       IF ACCT-CURRENCY NOT = CLOSE-CURRENCY
                           DISPLAY "Destination account is in "
                               ACCT-CURRENCY " - use clearing."
                           MOVE "N" TO ENTRY-OK
                       END-IF
               END-READ
               IF ENTRY-IS-OK
                   MOVE "GET" TO AL-ACTION
                   MOVE PAYOUT-ACCOUNT TO AL-ACCOUNT
                   MOVE CA-USER-ID TO AL-HOLDER
                   CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                       AL-HOLDER, AL-GRANTED
                   IF AL-IS-GRANTED
                       MOVE "Y" TO PAYOUT-LOCKED
                   ELSE
                       DISPLAY "Destination account is in use "
                           "elsewhere - try again shortly."
                       MOVE "N" TO ENTRY-OK
                   END-IF
               END-IF.

           RELEASE_PAYOUT_LOCK SECTION.
               IF PAYOUT-IS-LOCKED
                   MOVE "REL" TO AL-ACTION
                   MOVE PAYOUT-ACCOUNT TO AL-ACCOUNT
                   MOVE CA-USER-ID TO AL-HOLDER
                   CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                       AL-HOLDER, AL-GRANTED
                   MOVE "N" TO PAYOUT-LOCKED
               END-IF.

           SETTLE_AND_CLOSE SECTION.
               ACCEPT CLOSE-TIME FROM TIME
               INITIALIZE CLOSE-REF
               STRING CLOSE-DATE CLOSE-TIME
                   DELIMITED BY SIZE INTO CLOSE-REF
               MOVE 0 TO CLOSE-ITEMS

               INITIALIZE CLOSE-STMT-NAME
               STRING "CLOSESTMT." INPUT-ACCOUNT
                   DELIMITED BY SIZE INTO CLOSE-STMT-NAME
               OPEN OUTPUT ClosureStatementFile
               OPEN EXTEND TransactionLogFile

               MOVE INPUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account not found."
                       CLOSE ClosureStatementFile
                       CLOSE TransactionLogFile
                       EXIT SECTION
               END-READ

               INITIALIZE CLOSE-STMT-TEXT
               STRING "ACCOUNT CLOSURE STATEMENT  ACCOUNT "
                   INPUT-ACCOUNT "  CUSTOMER " ACCT-CUST-ID
                   DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
               PERFORM WRITE_CLOSE_STMT_LINE
               INITIALIZE CLOSE-STMT-TEXT
               STRING "CLOSE REFERENCE " CLOSE-REF
                   "  OPERATOR " CA-USER-ID
                   DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
               PERFORM WRITE_CLOSE_STMT_LINE
               MOVE ACCT-BALANCE TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               INITIALIZE CLOSE-STMT-TEXT
               STRING "OPENING BALANCE           " AMOUNT-F
                   DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
               PERFORM WRITE_CLOSE_STMT_LINE

               MOVE "CLOSE_STARTED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "ref " CLOSE-REF " by " CA-USER-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM AUDIT_CLOSE_ITEM
               MOVE 0 TO CLOSE-ITEMS

               IF CLOSE-CREDIT-INT > 0
                   ADD CLOSE-CREDIT-INT TO ACCT-BALANCE
                   MOVE "INTEREST" TO TL-TYPE
                   MOVE CLOSE-CREDIT-INT TO TL-AMOUNT
                   PERFORM WRITE_CLOSE_TRANS_LOG
                   MOVE "INTEREST CREDITED        " TO CLOSE-STMT-TEXT
                   MOVE "CLOSE_INT_CREDITED" TO AUD-ACTION
                   PERFORM RECORD_CLOSE_POSTING
                   CALL "WRITE-WHT-LEDGER" USING CLOSE-DATE,
                       ACCT-NUMBER, ACCT-CUST-ID, CLOSE-WHT-SOURCE,
                       CLOSE-WHT-BASIS, CLOSE-WHT-RATE,
                       CLOSE-WHT-GROSS, CLOSE-WHT-TAX
               END-IF

               IF CLOSE-WHT-TAX > 0
                   SUBTRACT CLOSE-WHT-TAX FROM ACCT-BALANCE
                   MOVE "WHT-TAX" TO TL-TYPE
                   MOVE CLOSE-WHT-TAX TO TL-AMOUNT
                   PERFORM WRITE_CLOSE_TRANS_LOG
                   MOVE "TAX WITHHELD ON INTEREST " TO CLOSE-STMT-TEXT
                   MOVE "CLOSE_TAX_WITHHELD" TO AUD-ACTION
                   PERFORM RECORD_CLOSE_POSTING
               END-IF

               IF CLOSE-DEBIT-INT > 0
                   SUBTRACT CLOSE-DEBIT-INT FROM ACCT-BALANCE
                   MOVE "OVRD-INT" TO TL-TYPE
                   MOVE CLOSE-DEBIT-INT TO TL-AMOUNT
                   PERFORM WRITE_CLOSE_TRANS_LOG
                   MOVE "OVERDRAFT INTEREST       " TO CLOSE-STMT-TEXT
                   MOVE "CLOSE_OD_INT_CHARGED" TO AUD-ACTION
                   PERFORM RECORD_CLOSE_POSTING
               END-IF
               IF CLOSE-HAS-OD-ACCRUAL OR CLOSE-DEBIT-INT > 0
                   PERFORM SETTLE_OD_ACCRUAL
               END-IF

               IF CLOSE-FEE > 0
                   SUBTRACT CLOSE-FEE FROM ACCT-BALANCE
                   MOVE "FEE" TO TL-TYPE
                   MOVE CLOSE-FEE TO TL-AMOUNT
                   PERFORM WRITE_CLOSE_TRANS_LOG
                   MOVE "CLOSING FEE              " TO CLOSE-STMT-TEXT
                   MOVE "CLOSE_FEE_CHARGED" TO AUD-ACTION
                   PERFORM RECORD_CLOSE_POSTING
               END-IF

               PERFORM RELEASE_CLOSE_HOLD
               VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               PERFORM REWRITE_HOLD_FILE
               MOVE 0 TO ACCT-HELD-AMOUNT

               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               PERFORM CANCEL_STANDING_ORDERS
               PERFORM CANCEL_SWEEPS
               PERFORM CANCEL_MANDATES
               PERFORM CLOSE_CARDS
               PERFORM UNLINK_CARDS
               PERFORM CANCEL_CASH_CODES

               PERFORM PAY_OUT_RESIDUAL

               MOVE CLOSE-ITEMS TO CLOSE-ITEMS-X
               INITIALIZE CLOSE-STMT-TEXT
               STRING "ITEMS SETTLED OR CANCELLED " CLOSE-ITEMS-X
                   "   CLOSING BALANCE NIL - ACCOUNT CLOSED "
                   CLOSE-DATE
                   DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
               PERFORM WRITE_CLOSE_STMT_LINE

               MOVE INPUT-ACCOUNT TO ACCT-NUMBER
               DELETE AccountMasterFile RECORD
                   INVALID KEY
                       DISPLAY "Close failed - account record "
                           "could not be removed."
                       MOVE "CLOSE_FAILED" TO AUD-ACTION
                   NOT INVALID KEY
                       DISPLAY "Account closed: " INPUT-ACCOUNT
                       MOVE "ACCT_CLOSED" TO AUD-ACTION
               END-DELETE
               INITIALIZE AUD-DETAIL
               STRING "ref " CLOSE-REF " settled"
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM AUDIT_CLOSE_ITEM

               CLOSE TransactionLogFile
               CLOSE ClosureStatementFile
               DISPLAY "Closure statement written to "
                   CLOSE-STMT-NAME.

           RECORD_CLOSE_POSTING SECTION.
               MOVE TL-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               MOVE AMOUNT-F TO CLOSE-STMT-TEXT(27:20)
               MOVE ACCT-BALANCE TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               MOVE "BALANCE" TO CLOSE-STMT-TEXT(49:7)
               MOVE AMOUNT-F TO CLOSE-STMT-TEXT(57:20)
               PERFORM WRITE_CLOSE_STMT_LINE
               MOVE TL-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               INITIALIZE AUD-DETAIL
               STRING TL-TYPE " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM AUDIT_CLOSE_ITEM.

           SETTLE_OD_ACCRUAL SECTION.
               OPEN I-O OverdraftAccrualFile
               IF NOT OD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE INPUT-ACCOUNT TO OD-ACCT-NUMBER
               READ OverdraftAccrualFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OD-PERIOD TO OD-LAST-PERIOD
                       MOVE OD-DAYS-OVERDRAWN TO OD-LAST-DAYS
                       MOVE OD-PEAK-BALANCE TO OD-LAST-PEAK
                       MOVE CLOSE-DEBIT-INT TO OD-LAST-CHARGED
                       MOVE CLOSE-DATE TO OD-LAST-CHARGE-DATE
                       MOVE 0 TO OD-DAYS-OVERDRAWN
                       MOVE 0 TO OD-PEAK-BALANCE
                       MOVE 0 TO OD-ACCRUED-ARRANGED
                       MOVE 0 TO OD-ACCRUED-EXCESS
                       REWRITE OD-ACCRUAL-RECORD
               END-READ
               CLOSE OverdraftAccrualFile.

           LOAD_HOLDS SECTION.
               MOVE 0 TO HOLD-COUNT
               MOVE "N" TO HOLD-OVERFLOW
               OPEN INPUT HoldFile
               IF NOT HOLD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO HOLD-EOF
               PERFORM LOAD_ONE_HOLD
               UNTIL HOLD-EOF = "Y"
               CLOSE HoldFile.

           LOAD_ONE_HOLD SECTION.
               READ HoldFile
                   AT END
                       MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF HOLD-COUNT NOT < 500
                           MOVE "Y" TO HOLD-OVERFLOW
                       ELSE
                           ADD 1 TO HOLD-COUNT
                           MOVE HOLD-ACCOUNT TO
                               HT-ACCOUNT(HOLD-COUNT)
                           MOVE HOLD-AMOUNT TO
                               HT-AMOUNT(HOLD-COUNT)
                           MOVE HOLD-DEPOSIT-DATE TO
                               HT-DEPOSIT-DATE(HOLD-COUNT)
                           MOVE HOLD-RELEASE-DATE TO
                               HT-RELEASE-DATE(HOLD-COUNT)
                           MOVE HOLD-STATUS TO
                               HT-STATUS(HOLD-COUNT)
                       END-IF
               END-READ.

           RELEASE_CLOSE_HOLD SECTION.
               IF HT-ACCOUNT(HOLD-INDEX) NOT = INPUT-ACCOUNT
                   OR HT-STATUS(HOLD-INDEX) NOT = "H"
                   EXIT SECTION
               END-IF
               MOVE "R" TO HT-STATUS(HOLD-INDEX)
               MOVE HT-AMOUNT(HOLD-INDEX) TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               INITIALIZE CLOSE-STMT-TEXT
               STRING "HOLD RELEASED  DEPOSITED "
                   HT-DEPOSIT-DATE(HOLD-INDEX) " " AMOUNT-F
                   DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
               PERFORM WRITE_CLOSE_STMT_LINE
               MOVE "CLOSE_HOLD_RELEASED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING HT-DEPOSIT-DATE(HOLD-INDEX) " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM AUDIT_CLOSE_ITEM.

           REWRITE_HOLD_FILE SECTION.
               IF HOLD-COUNT = 0
                   EXIT SECTION
               END-IF
               OPEN OUTPUT HoldFile
               PERFORM WRITE_ONE_HOLD
               VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-COUNT
               CLOSE HoldFile.

           WRITE_ONE_HOLD SECTION.
               MOVE HT-ACCOUNT(HOLD-INDEX) TO HOLD-ACCOUNT
               MOVE HT-AMOUNT(HOLD-INDEX) TO HOLD-AMOUNT
               MOVE HT-DEPOSIT-DATE(HOLD-INDEX) TO
                   HOLD-DEPOSIT-DATE
               MOVE HT-RELEASE-DATE(HOLD-INDEX) TO
                   HOLD-RELEASE-DATE
               MOVE HT-STATUS(HOLD-INDEX) TO HOLD-STATUS
               WRITE HoldLine.

           CANCEL_STANDING_ORDERS SECTION.
               OPEN I-O StandingOrderFile
               IF NOT ORDER-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ITEM-EOF
               MOVE LOW-VALUES TO SO-ORDER-ID
               START StandingOrderFile KEY IS NOT LESS THAN
                   SO-ORDER-ID
                   INVALID KEY
                       MOVE "Y" TO ITEM-EOF
               END-START
               PERFORM CANCEL_ONE_ORDER
               UNTIL ITEM-EOF = "Y"
               CLOSE StandingOrderFile.

           CANCEL_ONE_ORDER SECTION.
               READ StandingOrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ITEM-EOF
                   NOT AT END
                       IF SO-IS-ACTIVE
                           AND (SO-SRC-ACCT = INPUT-ACCOUNT
                           OR SO-DST-ACCT = INPUT-ACCOUNT)
                           MOVE "C" TO SO-STATUS
                           REWRITE STANDING-ORDER-RECORD
                           INITIALIZE CLOSE-STMT-TEXT
                           STRING "STANDING ORDER CANCELLED "
                               SO-ORDER-ID "  " SO-SRC-ACCT
                               " TO " SO-DST-ACCT
                               DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                           PERFORM WRITE_CLOSE_STMT_LINE
                           MOVE "CLOSE_SO_CANCELLED" TO AUD-ACTION
                           INITIALIZE AUD-DETAIL
                           STRING "order " SO-ORDER-ID
                               DELIMITED BY SIZE INTO AUD-DETAIL
                           PERFORM AUDIT_CLOSE_ITEM
                       END-IF
               END-READ.

           CANCEL_SWEEPS SECTION.
               OPEN I-O SweepInstructionFile
               IF NOT SWEEP-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ITEM-EOF
               MOVE LOW-VALUES TO SW-ID
               START SweepInstructionFile KEY IS NOT LESS THAN SW-ID
                   INVALID KEY
                       MOVE "Y" TO ITEM-EOF
               END-START
               PERFORM CANCEL_ONE_SWEEP
               UNTIL ITEM-EOF = "Y"
               CLOSE SweepInstructionFile.

           CANCEL_ONE_SWEEP SECTION.
               READ SweepInstructionFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ITEM-EOF
                   NOT AT END
                       IF SW-IS-ACTIVE
                           AND (SW-CHK-ACCT = INPUT-ACCOUNT
                           OR SW-SAV-ACCT = INPUT-ACCOUNT)
                           MOVE "C" TO SW-STATUS
                           REWRITE SWEEP-INSTRUCTION-RECORD
                           INITIALIZE CLOSE-STMT-TEXT
                           STRING "SWEEP CANCELLED          "
                               SW-ID "  " SW-CHK-ACCT
                               " TO " SW-SAV-ACCT
                               DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                           PERFORM WRITE_CLOSE_STMT_LINE
                           MOVE "CLOSE_SWEEP_CANCELLED" TO AUD-ACTION
                           INITIALIZE AUD-DETAIL
                           STRING "sweep " SW-ID
                               DELIMITED BY SIZE INTO AUD-DETAIL
                           PERFORM AUDIT_CLOSE_ITEM
                       END-IF
               END-READ.

           CANCEL_MANDATES SECTION.
               OPEN I-O MandateFile
               IF NOT MAND-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ITEM-EOF
               MOVE LOW-VALUES TO MD-ID
               START MandateFile KEY IS NOT LESS THAN MD-ID
                   INVALID KEY
                       MOVE "Y" TO ITEM-EOF
               END-START
               PERFORM CANCEL_ONE_MANDATE
               UNTIL ITEM-EOF = "Y"
               CLOSE MandateFile.

           CANCEL_ONE_MANDATE SECTION.
               READ MandateFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ITEM-EOF
                   NOT AT END
                       IF MD-IS-ACTIVE
                           AND MD-ACCT-NUMBER = INPUT-ACCOUNT
                           MOVE "C" TO MD-STATUS
                           REWRITE MANDATE-RECORD
                           INITIALIZE CLOSE-STMT-TEXT
                           STRING "MANDATE CANCELLED        "
                               MD-ID "  CREDITOR " MD-CREDITOR
                               DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                           PERFORM WRITE_CLOSE_STMT_LINE
                           MOVE "CLOSE_MANDATE_CANCEL" TO AUD-ACTION
                           INITIALIZE AUD-DETAIL
                           STRING "mandate " MD-ID
                               DELIMITED BY SIZE INTO AUD-DETAIL
                           PERFORM AUDIT_CLOSE_ITEM
                       END-IF
               END-READ.

           CLOSE_CARDS SECTION.
               OPEN I-O CardMasterFile
               IF NOT CARD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ITEM-EOF
               MOVE LOW-VALUES TO CARD-NUMBER
               START CardMasterFile KEY IS NOT LESS THAN CARD-NUMBER
                   INVALID KEY
                       MOVE "Y" TO ITEM-EOF
               END-START
               PERFORM CLOSE_ONE_CARD
               UNTIL ITEM-EOF = "Y"
               CLOSE CardMasterFile.

           CLOSE_ONE_CARD SECTION.
               READ CardMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ITEM-EOF
                   NOT AT END
                       IF CARD-ACCT-NUMBER = INPUT-ACCOUNT
                           AND NOT CARD-IS-CLOSED
                           MOVE "X" TO CARD-STATUS
                           REWRITE CARD-MASTER-RECORD
                           INITIALIZE CLOSE-STMT-TEXT
                           STRING "CARD CLOSED              "
                               CARD-NUMBER
                               DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                           PERFORM WRITE_CLOSE_STMT_LINE
                           MOVE "CLOSE_CARD_CLOSED" TO AUD-ACTION
                           INITIALIZE AUD-DETAIL
                           STRING "card " CARD-NUMBER
                               DELIMITED BY SIZE INTO AUD-DETAIL
                           PERFORM AUDIT_CLOSE_ITEM
                       END-IF
               END-READ.

           UNLINK_CARDS SECTION.
               OPEN I-O CardLinkFile
               IF NOT LINK-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ITEM-EOF
               MOVE LOW-VALUES TO CL-KEY
               START CardLinkFile KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY
                       MOVE "Y" TO ITEM-EOF
               END-START
               PERFORM UNLINK_ONE_CARD
               UNTIL ITEM-EOF = "Y"
               CLOSE CardLinkFile.

           UNLINK_ONE_CARD SECTION.
               READ CardLinkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ITEM-EOF
                   NOT AT END
                       IF CL-ACCT-NUMBER = INPUT-ACCOUNT
                           DELETE CardLinkFile
                           INITIALIZE CLOSE-STMT-TEXT
                           STRING "CARD LINK REMOVED        "
                               CL-CARD-NUMBER
                               DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                           PERFORM WRITE_CLOSE_STMT_LINE
                           MOVE "CLOSE_CARD_UNLINKED" TO AUD-ACTION
                           INITIALIZE AUD-DETAIL
                           STRING "card " CL-CARD-NUMBER
                               DELIMITED BY SIZE INTO AUD-DETAIL
                           PERFORM AUDIT_CLOSE_ITEM
                       END-IF
               END-READ.

           CANCEL_CASH_CODES SECTION.
               OPEN I-O CashCodeFile
               IF NOT CODE-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ITEM-EOF
               MOVE LOW-VALUES TO CC-CODE
               START CashCodeFile KEY IS NOT LESS THAN CC-CODE
                   INVALID KEY
                       MOVE "Y" TO ITEM-EOF
               END-START
               PERFORM CANCEL_ONE_CASH_CODE
               UNTIL ITEM-EOF = "Y"
               CLOSE CashCodeFile.

           CANCEL_ONE_CASH_CODE SECTION.
               READ CashCodeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ITEM-EOF
                   NOT AT END
                       IF CC-ACCT-NUMBER = INPUT-ACCOUNT
                           AND CC-IS-PENDING
                           MOVE "C" TO CC-STATUS
                           MOVE CLOSE-DATE TO CC-CLOSED-DATE
                           REWRITE CASH-CODE-RECORD
                           MOVE "CCASH-REL" TO TL-TYPE
                           MOVE CC-AMOUNT TO TL-AMOUNT
                           PERFORM WRITE_CLOSE_TRANS_LOG
                           INITIALIZE CLOSE-STMT-TEXT
                           STRING "CASH CODE CANCELLED      "
                               CC-CODE
                               DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                           PERFORM WRITE_CLOSE_STMT_LINE
                           MOVE "CLOSE_CCASH_CANCEL" TO AUD-ACTION
                           INITIALIZE AUD-DETAIL
                           STRING "code " CC-CODE
                               DELIMITED BY SIZE INTO AUD-DETAIL
                           PERFORM AUDIT_CLOSE_ITEM
                       END-IF
               END-READ.

           PAY_OUT_RESIDUAL SECTION.
               MOVE INPUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF ACCT-BALANCE NOT > 0 OR PAYOUT-NONE
                   EXIT SECTION
               END-IF

               MOVE ACCT-BALANCE TO CLOSE-RESIDUAL
               MOVE 0 TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               MOVE "XFER-OUT" TO TL-TYPE
               MOVE CLOSE-RESIDUAL TO TL-AMOUNT
               PERFORM WRITE_CLOSE_TRANS_LOG

               IF PAYOUT-TO-ACCOUNT
                   PERFORM PAY_TO_ACCOUNT
               ELSE
                   PERFORM PAY_TO_CLEARING
               END-IF

               MOVE CLOSE-RESIDUAL TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CLOSE_AMOUNT
               INITIALIZE CLOSE-STMT-TEXT
               IF PAYOUT-TO-ACCOUNT
                   STRING "RESIDUAL PAID TO ACCOUNT " PAYOUT-ACCOUNT
                       " " AMOUNT-F
                       DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                   MOVE "CLOSE_PAID_ACCOUNT" TO AUD-ACTION
               ELSE
                   STRING "RESIDUAL PAID VIA CLEARING " PAYOUT-ACCOUNT
                       " " AMOUNT-F " REF " CO-REFERENCE
                       DELIMITED BY SIZE INTO CLOSE-STMT-TEXT
                   MOVE "CLOSE_PAID_CLEARING" TO AUD-ACTION
               END-IF
               PERFORM WRITE_CLOSE_STMT_LINE
               INITIALIZE AUD-DETAIL
               STRING PAYOUT-ACCOUNT " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM AUDIT_CLOSE_ITEM.

           PAY_TO_ACCOUNT SECTION.
               MOVE PAYOUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Destination account not found - "
                           "residual left for manual payout."
                   NOT INVALID KEY
                       ADD CLOSE-RESIDUAL TO ACCT-BALANCE
                       REWRITE ACCOUNT-RECORD
                       MOVE "ACCTMAST" TO AJ-FILE-ID
                       MOVE ACCOUNT-RECORD TO AJ-IMAGE
                       CALL "WRITE-AFTER-IMAGE" USING
                           AJ-FILE-ID, AJ-IMAGE
                       MOVE "XFER-IN" TO TL-TYPE
                       MOVE CLOSE-RESIDUAL TO TL-AMOUNT
                       PERFORM WRITE_CLOSE_TRANS_LOG
               END-READ.

           PAY_TO_CLEARING SECTION.
               MOVE 0 TO EV-RECORD-COUNT
               MOVE 0 TO EV-HASH-TOTAL
               MOVE "HDR" TO EV-ACTION
               MOVE "CLRGOUT" TO EV-FILE-NAME
               MOVE "CLRGOUT" TO EV-FILE-ID
               MOVE CLOSE-DATE TO EV-BUS-DATE
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL

               OPEN EXTEND ClearingOutFile
               MOVE OUR-BANK-CODE TO CO-BANK-CODE
               MOVE CLOSE-REF TO CO-REFERENCE
               MOVE INPUT-ACCOUNT TO CO-SRC-ACCT
               MOVE PAYOUT-ACCOUNT TO CO-DEST-ACCT
               MOVE CLOSE-RESIDUAL TO CO-AMOUNT
               COMPUTE CLRG-DATE-INT = FUNCTION
                   INTEGER-OF-DATE(CLOSE-DATE) + 1
               COMPUTE CO-SETTLE-DATE = FUNCTION
                   DATE-OF-INTEGER(CLRG-DATE-INT)
               CALL "NEXT-BUSINESS-DAY" USING CO-SETTLE-DATE
               WRITE ClearingOutLine
               CLOSE ClearingOutFile
               ADD 1 TO EV-RECORD-COUNT
               ADD CO-AMOUNT TO EV-HASH-TOTAL

               MOVE "TRL" TO EV-ACTION
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL
               DISPLAY "Residual routed to clearing - reference "
                   CO-REFERENCE "  settlement " CO-SETTLE-DATE.

           WRITE_CLOSE_TRANS_LOG SECTION.
               MOVE CLOSE-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE.

           WRITE_CLOSE_STMT_LINE SECTION.
               MOVE CLOSE-STMT-TEXT TO CLOSE-STMT-LINE
               WRITE CLOSE-STMT-LINE.

           AUDIT_CLOSE_ITEM SECTION.
               ADD 1 TO CLOSE-ITEMS
               MOVE "ACCTCLOSE" TO AUD-SOURCE
               MOVE INPUT-ACCOUNT TO AUD-USER
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           FORMAT_CLOSE_AMOUNT SECTION.
               CALL "FORMAT-CURRENCY" USING
                   AMOUNT-FOR-FORMAT, CURR-SYMBOL,
                   CURR-DECIMAL-SEP, CURR-SYMBOL-POSITION,
                   AMOUNT-F.

           REACTIVATE_ACCOUNT SECTION.
               DISPLAY "Account number to reactivate: "
