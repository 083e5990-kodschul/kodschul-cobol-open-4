               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ScheduleFile ASSIGN TO SCHED-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD LoanMasterFile.
           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD ScheduleFile.
           01 SCHEDULE-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 LIST-EOF PIC X VALUE "N".

           01 QUOTE-DATE PIC 9(8).
           01 INTEREST-FROM PIC 9(8).
           01 ACCRUE-DAYS PIC S9(5).
           01 OUTSTANDING-PRINCIPAL PIC S9(7)V99.
           01 ACCRUED-INTEREST PIC 9(7)V99.
           01 ERC-PERCENT PIC 9(2)V99 VALUE 1.00.
           01 ERC-AMOUNT PIC 9(7)V99.
           01 SETTLE-TOTAL PIC 9(7)V99.
           01 PREPAY-AMOUNT PIC 9(7)V99.
           01 PREPAY-TOTAL PIC 9(7)V99.
           01 REMAINING-TERM PIC 9(3).
           01 NEW-TERM PIC 9(3).
           01 RECAST-CHOICE PIC X(1).
               88 RECAST-INSTALLMENT VALUE "I".
               88 RECAST-TERM        VALUE "T".
           01 AVAILABLE-BALANCE PIC S9(7)V99.
           01 RECOVERY-DUE PIC 9(7)V99.
           01 SCHED-FILE-NAME PIC X(40).
           01 SCHED-TEXT PIC X(80).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

               DISPLAY "* 2. List loans                 *"
               DISPLAY "* 3. Show amortization schedule *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "* 5. Early settlement quote     *"
               DISPLAY "* 6. Partial prepayment         *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE
                       PERFORM SHOW_SCHEDULE
                   WHEN 4
                       CONTINUE
                   WHEN 5
                       PERFORM SETTLEMENT_QUOTE
                   WHEN 6
                       PERFORM PARTIAL_PREPAYMENT
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.
                   MOVE 0 TO LN-ARREARS-COUNT
                   MOVE 0 TO LN-ARREARS-AMOUNT
                   MOVE "A" TO LN-STATUS
                   MOVE 0 TO LN-ARREARS-SINCE
                   MOVE "000" TO LN-DPD-BUCKET
                   MOVE SPACE TO LN-LETTER-STAGE
                   MOVE 0 TO LN-WRITEOFF-DATE
                   MOVE 0 TO LN-WRITEOFF-AMOUNT
                   MOVE 0 TO LN-RECOVERED-AMOUNT
                   WRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Loan could not be written."
               COMPUTE ROLL-DATE = ROLL-YYYY * 10000
                   + ROLL-MM * 100 + ROLL-DD
               MOVE ROLL-DATE TO SCHED-DUE-DATE.

           ROLL_BACK_ONE_MONTH SECTION.
               MOVE SCHED-DUE-DATE(1:4) TO ROLL-YYYY
               MOVE SCHED-DUE-DATE(5:2) TO ROLL-MM
               MOVE SCHED-DUE-DATE(7:2) TO ROLL-DD
               IF ROLL-MM = 1
                   MOVE 12 TO ROLL-MM
                   SUBTRACT 1 FROM ROLL-YYYY
               ELSE
                   SUBTRACT 1 FROM ROLL-MM
               END-IF

               MOVE "N" TO ROLL-DONE
               PERFORM CLAMP_ROLL_DAY
               UNTIL ROLL-DONE = "Y" OR ROLL-DD < 28
               COMPUTE ROLL-DATE = ROLL-YYYY * 10000
                   + ROLL-MM * 100 + ROLL-DD
               MOVE ROLL-DATE TO SCHED-DUE-DATE.

           CLAMP_ROLL_DAY SECTION.
               COMPUTE ROLL-DATE = ROLL-YYYY * 10000
                   + ROLL-MM * 100 + ROLL-DD
               IF FUNCTION INTEGER-OF-DATE(ROLL-DATE) = 0
                   SUBTRACT 1 FROM ROLL-DD
               ELSE
                   MOVE "Y" TO ROLL-DONE
               END-IF.

           SETTLEMENT_QUOTE SECTION.
               DISPLAY "Loan id: "
               ACCEPT INPUT-LOAN-ID
               MOVE INPUT-LOAN-ID TO LN-LOAN-ID
               READ LoanMasterFile
                   INVALID KEY
                       DISPLAY "Loan not found."
                       EXIT SECTION
               END-READ

               IF LN-IS-WRITTEN-OFF
                   COMPUTE RECOVERY-DUE =
                       LN-WRITEOFF-AMOUNT - LN-RECOVERED-AMOUNT
                   MOVE RECOVERY-DUE TO AMOUNT-FOR-FORMAT
                   PERFORM FORMAT_LOAN_AMOUNT
                   DISPLAY "Loan was written off on "
                       LN-WRITEOFF-DATE " - balance still to "
                       "recover: " AMOUNT-F
                   EXIT SECTION
               END-IF
               IF NOT LN-IS-ACTIVE
                   DISPLAY "Loan is not outstanding."
                   EXIT SECTION
               END-IF

               DISPLAY "Settlement date (YYYYMMDD): "
               ACCEPT QUOTE-DATE
               IF QUOTE-DATE < RUN-DATE
                   MOVE RUN-DATE TO QUOTE-DATE
               END-IF
               IF FUNCTION INTEGER-OF-DATE(QUOTE-DATE) = 0
                   DISPLAY "Invalid date."
                   EXIT SECTION
               END-IF

               PERFORM COMPUTE_SETTLEMENT_FIGURES

               DISPLAY "---- Early settlement quote, loan "
                   LN-LOAN-ID " ----"
               DISPLAY "Settlement date        : " QUOTE-DATE
               MOVE OUTSTANDING-PRINCIPAL TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Principal outstanding  : " AMOUNT-F
               MOVE ACCRUED-INTEREST TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Interest from " INTEREST-FROM
                   "  : " AMOUNT-F
               MOVE ERC-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Early repayment charge : " AMOUNT-F
               MOVE SETTLE-TOTAL TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Amount to settle       : " AMOUNT-F

               MOVE "LOAN" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "LOAN_SETTLE_QUOTE" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING LN-LOAN-ID " to " QUOTE-DATE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE,
                   AUD-USER, AUD-ACTION, AUD-DETAIL.

           COMPUTE_SETTLEMENT_FIGURES SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "LNERCPCT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO ERC-PERCENT
               END-IF

               COMPUTE MONTHLY-RATE =
                   LN-ANNUAL-RATE / 100 / 12
               MOVE LN-PRINCIPAL TO OUTSTANDING-PRINCIPAL
               PERFORM AMORTISE_ONE_MONTH
               VARYING SCHED-MONTH FROM 1 BY 1
               UNTIL SCHED-MONTH > LN-PAID-COUNT
               IF OUTSTANDING-PRINCIPAL < 0
                   MOVE 0 TO OUTSTANDING-PRINCIPAL
               END-IF

               IF LN-ARREARS-COUNT > 0 AND LN-ARREARS-SINCE > 0
                   MOVE LN-ARREARS-SINCE TO SCHED-DUE-DATE
               ELSE
                   MOVE LN-NEXT-DUE TO SCHED-DUE-DATE
               END-IF
               PERFORM ROLL_BACK_ONE_MONTH
               MOVE SCHED-DUE-DATE TO INTEREST-FROM
               IF INTEREST-FROM < LN-START-DATE
                   MOVE LN-START-DATE TO INTEREST-FROM
               END-IF
               COMPUTE ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(QUOTE-DATE)
                   - FUNCTION INTEGER-OF-DATE(INTEREST-FROM)
               IF ACCRUE-DAYS < 0
                   MOVE 0 TO ACCRUE-DAYS
               END-IF

               COMPUTE ACCRUED-INTEREST ROUNDED =
                   OUTSTANDING-PRINCIPAL * LN-ANNUAL-RATE / 100
                   * ACCRUE-DAYS / 365
               COMPUTE ERC-AMOUNT ROUNDED =
                   OUTSTANDING-PRINCIPAL * ERC-PERCENT / 100
               COMPUTE SETTLE-TOTAL = OUTSTANDING-PRINCIPAL
                   + ACCRUED-INTEREST + ERC-AMOUNT.

           AMORTISE_ONE_MONTH SECTION.
               COMPUTE OUTSTANDING-PRINCIPAL ROUNDED =
                   OUTSTANDING-PRINCIPAL
                   + OUTSTANDING-PRINCIPAL * MONTHLY-RATE
                   - LN-INSTALLMENT.

           PARTIAL_PREPAYMENT SECTION.
               DISPLAY "Loan id: "
               ACCEPT INPUT-LOAN-ID
               MOVE INPUT-LOAN-ID TO LN-LOAN-ID
               READ LoanMasterFile
                   INVALID KEY
                       DISPLAY "Loan not found."
                       EXIT SECTION
               END-READ

               IF LN-IS-WRITTEN-OFF
                   PERFORM RECORD_RECOVERY_PAYMENT
                   EXIT SECTION
               END-IF
               IF NOT LN-IS-ACTIVE
                   DISPLAY "Loan is not outstanding."
                   EXIT SECTION
               END-IF
               IF LN-ARREARS-COUNT > 0
                   DISPLAY "Loan is in arrears - the arrears must "
                       "be cleared before a prepayment."
                   EXIT SECTION
               END-IF

               MOVE RUN-DATE TO QUOTE-DATE
               PERFORM COMPUTE_SETTLEMENT_FIGURES
               MOVE OUTSTANDING-PRINCIPAL TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Principal outstanding: " AMOUNT-F

               DISPLAY "Prepayment amount: "
               PERFORM GET_LOAN_AMOUNT
               MOVE AMOUNT-INPUT TO PREPAY-AMOUNT
               IF PREPAY-AMOUNT NOT < OUTSTANDING-PRINCIPAL
                   DISPLAY "Amount clears the loan - take a "
                       "settlement quote instead."
                   EXIT SECTION
               END-IF
               COMPUTE ERC-AMOUNT ROUNDED =
                   PREPAY-AMOUNT * ERC-PERCENT / 100
               COMPUTE PREPAY-TOTAL = PREPAY-AMOUNT + ERC-AMOUNT

               DISPLAY "Reduce the (I)nstallment or the (T)erm: "
               ACCEPT RECAST-CHOICE
               IF NOT RECAST-INSTALLMENT AND NOT RECAST-TERM
                   DISPLAY "Invalid choice."
                   EXIT SECTION
               END-IF

               MOVE LN-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Linked account not found."
                       EXIT SECTION
               END-READ
               COMPUTE AVAILABLE-BALANCE =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
               IF PREPAY-TOTAL > AVAILABLE-BALANCE
                   MOVE PREPAY-TOTAL TO AMOUNT-FOR-FORMAT
                   PERFORM FORMAT_LOAN_AMOUNT
                   DISPLAY "Insufficient funds in " LN-ACCT-NUMBER
                       " for " AMOUNT-F
                   EXIT SECTION
               END-IF

               SUBTRACT PREPAY-TOTAL FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               OPEN EXTEND TransactionLogFile
               ADD ERC-AMOUNT TO ACCT-BALANCE
               MOVE "LOAN-PREP" TO TL-TYPE
               MOVE PREPAY-AMOUNT TO TL-AMOUNT
               PERFORM WRITE_LOAN_TRANS_LOG
               IF ERC-AMOUNT > 0
                   SUBTRACT ERC-AMOUNT FROM ACCT-BALANCE
                   MOVE "FEE" TO TL-TYPE
                   MOVE ERC-AMOUNT TO TL-AMOUNT
                   PERFORM WRITE_LOAN_TRANS_LOG
               END-IF
               CLOSE TransactionLogFile

               PERFORM RECAST_LOAN
               REWRITE LOAN-MASTER-RECORD
               PERFORM WRITE_SCHEDULE_FILE

               MOVE LN-INSTALLMENT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Prepayment applied. New installment "
                   AMOUNT-F " for " LN-TERM-MONTHS " months."
               DISPLAY "Revised schedule written to "
                   SCHED-FILE-NAME

               MOVE PREPAY-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               MOVE "LOAN" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "LOAN_PREPAYMENT" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING LN-LOAN-ID " " RECAST-CHOICE " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE,
                   AUD-USER, AUD-ACTION, AUD-DETAIL.

           RECAST_LOAN SECTION.
               COMPUTE LOAN-PRINCIPAL =
                   OUTSTANDING-PRINCIPAL - PREPAY-AMOUNT
               COMPUTE REMAINING-TERM =
                   LN-TERM-MONTHS - LN-PAID-COUNT
               IF REMAINING-TERM = 0
                   MOVE 1 TO REMAINING-TERM
               END-IF
               MOVE LN-ANNUAL-RATE TO INPUT-RATE

               IF RECAST-INSTALLMENT
                   MOVE REMAINING-TERM TO INPUT-TERM
                   PERFORM COMPUTE_INSTALLMENT
                   MOVE INSTALLMENT TO LN-INSTALLMENT
                   MOVE REMAINING-TERM TO NEW-TERM
               ELSE
                   COMPUTE MONTHLY-RATE = INPUT-RATE / 100 / 12
                   MOVE LOAN-PRINCIPAL TO SCHED-BALANCE
                   MOVE 0 TO NEW-TERM
                   PERFORM COUNT_ONE_MONTH
                   UNTIL SCHED-BALANCE NOT > 0
                   OR NEW-TERM NOT < REMAINING-TERM
               END-IF

               MOVE LOAN-PRINCIPAL TO LN-PRINCIPAL
               MOVE NEW-TERM TO LN-TERM-MONTHS
               MOVE 0 TO LN-PAID-COUNT
               MOVE LN-NEXT-DUE TO SCHED-DUE-DATE
               PERFORM ROLL_BACK_ONE_MONTH
               MOVE SCHED-DUE-DATE TO LN-START-DATE.

           COUNT_ONE_MONTH SECTION.
               ADD 1 TO NEW-TERM
               COMPUTE SCHED-BALANCE ROUNDED = SCHED-BALANCE
                   + SCHED-BALANCE * MONTHLY-RATE
                   - LN-INSTALLMENT.

           RECORD_RECOVERY_PAYMENT SECTION.
               COMPUTE RECOVERY-DUE =
                   LN-WRITEOFF-AMOUNT - LN-RECOVERED-AMOUNT
               MOVE RECOVERY-DUE TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Loan is written off - balance to recover: "
                   AMOUNT-F
               DISPLAY "Recovery amount: "
               PERFORM GET_LOAN_AMOUNT
               MOVE AMOUNT-INPUT TO PREPAY-AMOUNT
               IF PREPAY-AMOUNT > RECOVERY-DUE
                   MOVE RECOVERY-DUE TO PREPAY-AMOUNT
               END-IF

               MOVE LN-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Linked account not found."
                       EXIT SECTION
               END-READ
               COMPUTE AVAILABLE-BALANCE =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
               IF PREPAY-AMOUNT > AVAILABLE-BALANCE
                   DISPLAY "Insufficient funds in " LN-ACCT-NUMBER
                   EXIT SECTION
               END-IF

               SUBTRACT PREPAY-AMOUNT FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               OPEN EXTEND TransactionLogFile
               MOVE "LOAN-RCVY" TO TL-TYPE
               MOVE PREPAY-AMOUNT TO TL-AMOUNT
               PERFORM WRITE_LOAN_TRANS_LOG
               CLOSE TransactionLogFile

               ADD PREPAY-AMOUNT TO LN-RECOVERED-AMOUNT
               IF LN-RECOVERED-AMOUNT NOT < LN-WRITEOFF-AMOUNT
                   MOVE "X" TO LN-STATUS
                   DISPLAY "Written-off balance fully recovered."
               END-IF
               REWRITE LOAN-MASTER-RECORD

               MOVE PREPAY-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               DISPLAY "Recovery recorded: " AMOUNT-F
               MOVE "LOAN" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "LOAN_RECOVERY" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING LN-LOAN-ID " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE,
                   AUD-USER, AUD-ACTION, AUD-DETAIL.

           WRITE_LOAN_TRANS_LOG SECTION.
               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE LN-ACCT-NUMBER TO TL-ACCOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE,
                   TL-TIME, TL-ACCOUNT, TL-TYPE,
                   TL-AMOUNT, TL-BALANCE.

           WRITE_SCHEDULE_FILE SECTION.
               INITIALIZE SCHED-FILE-NAME
               STRING "LNSCHED." LN-LOAN-ID
                   DELIMITED BY SIZE INTO SCHED-FILE-NAME
               OPEN OUTPUT ScheduleFile

               INITIALIZE SCHED-TEXT
               STRING "REVISED REPAYMENT SCHEDULE  LOAN " LN-LOAN-ID
                   "  ACCOUNT " LN-ACCT-NUMBER
                   DELIMITED BY SIZE INTO SCHED-TEXT
               MOVE SCHED-TEXT TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
               MOVE PREPAY-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               INITIALIZE SCHED-TEXT
               STRING "Prepayment " AMOUNT-F " on " RUN-DATE
                   DELIMITED BY SIZE INTO SCHED-TEXT
               MOVE SCHED-TEXT TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
               MOVE LN-PRINCIPAL TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_LOAN_AMOUNT
               INITIALIZE SCHED-TEXT
               STRING "Principal now " AMOUNT-F "  rate "
                   LN-ANNUAL-RATE "  months " LN-TERM-MONTHS
                   DELIMITED BY SIZE INTO SCHED-TEXT
               MOVE SCHED-TEXT TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
               MOVE "MONTH DUE-DATE INTEREST  PRINCIPAL BALANCE"
                   TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE

               COMPUTE MONTHLY-RATE =
                   LN-ANNUAL-RATE / 100 / 12
               MOVE LN-PRINCIPAL TO SCHED-BALANCE
               MOVE LN-START-DATE TO SCHED-DUE-DATE
               PERFORM WRITE_SCHEDULE_LINE
               VARYING SCHED-MONTH FROM 1 BY 1
               UNTIL SCHED-MONTH > LN-TERM-MONTHS
               CLOSE ScheduleFile.

           WRITE_SCHEDULE_LINE SECTION.
               PERFORM ROLL_ONE_MONTH
               COMPUTE SCHED-INTEREST ROUNDED =
                   SCHED-BALANCE * MONTHLY-RATE
               IF SCHED-MONTH = LN-TERM-MONTHS
                   MOVE SCHED-BALANCE TO SCHED-PRINCIPAL
               ELSE
                   COMPUTE SCHED-PRINCIPAL =
                       LN-INSTALLMENT - SCHED-INTEREST
               END-IF
               SUBTRACT SCHED-PRINCIPAL FROM SCHED-BALANCE
               INITIALIZE SCHED-TEXT
               STRING SCHED-MONTH "   " SCHED-DUE-DATE " "
                   SCHED-INTEREST " " SCHED-PRINCIPAL " "
                   SCHED-BALANCE
                   DELIMITED BY SIZE INTO SCHED-TEXT
               MOVE SCHED-TEXT TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE.

           GET_LOAN_AMOUNT SECTION.
               MOVE "N" TO AMOUNT-VALID
               PERFORM ACCEPT_LOAN_AMOUNT
               UNTIL AMOUNT-INPUT-VALID.

           ACCEPT_LOAN_AMOUNT SECTION.
               ACCEPT AMOUNT-INPUT
               CALL "VALIDATE-NUMERIC" USING AMOUNT-INPUT,
                   AMOUNT-MIN, AMOUNT-MAX, AMOUNT-DECIMALS,
                   AMOUNT-VALID
               IF NOT AMOUNT-INPUT-VALID
                   DISPLAY "Invalid amount - try again: "
               END-IF.

           FORMAT_LOAN_AMOUNT SECTION.
               CALL "FORMAT-CURRENCY" USING
                   AMOUNT-FOR-FORMAT, CURR-SYMBOL,
                   CURR-DECIMAL-SEP, CURR-SYMBOL-POSITION,
                   AMOUNT-F.
