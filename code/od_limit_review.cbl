           IDENTIFICATION DIVISION.
           PROGRAM-ID. OD-LIMIT-REVIEW.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT LoanMasterFile ASSIGN TO "LOANMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-ID
                   FILE STATUS IS LOAN-FILE-STATUS.

               SELECT TransHistoryFile ASSIGN TO "TRANSHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT OdReviewFile ASSIGN TO "ODREVIEW"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ODR-ACCT-NUMBER
                   FILE STATUS IS REVIEW-FILE-STATUS.

               SELECT ReviewReportFile ASSIGN TO "ODREVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AccountMasterFile.
           COPY ACCTMAST.

           FD LoanMasterFile.
           COPY LOANMAST.

           FD TransHistoryFile.
           COPY TRANSHST.

           FD OdReviewFile.
           COPY ODREVIEW.

           FD ReviewReportFile.
           01 REVIEW-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 LOAN-FILE-STATUS PIC XX.
               88 LOAN-FILE-OK VALUE "00".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
           01 HISTORY-AVAILABLE PIC X(1).
               88 HISTORY-IS-AVAILABLE VALUE "Y".
           01 REVIEW-FILE-STATUS PIC XX.
               88 REVIEW-FILE-OK VALUE "00".
               88 REVIEW-FILE-MISSING VALUE "35".
           01 SCAN-EOF PIC X.
           01 HIST-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 RUN-DATE-PARTS REDEFINES RUN-DATE.
               02 RUN-YEAR  PIC 9(4).
               02 RUN-MONTH PIC 9(2).
               02 RUN-DAY   PIC 9(2).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 QUARTER-NUMBER PIC 9(1).
           01 QUARTER-MONTH PIC 9(2).
           01 QUARTER-START PIC 9(8).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 PERIOD-END-PARTS REDEFINES PERIOD-END.
               02 PE-YEAR  PIC 9(4).
               02 PE-MONTH PIC 9(2).
               02 PE-DAY   PIC 9(2).
           01 PERIOD-START-INT PIC 9(8).
           01 PERIOD-END-INT PIC 9(8).
           01 PERIOD-DAYS PIC 9(3).
           01 DATE-INT PIC 9(8).
           01 DAY-INT PIC 9(8).
           01 LAST-DAY-INT PIC 9(8).
           01 SPAN-DAYS PIC 9(3).
           01 HIST-MONTH PIC 9(2).
           01 MONTH-SLOT PIC 9(1).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 INCREASE-PCT PIC 9(3) VALUE 25.
           01 MAXIMUM-LIMIT PIC 9(5)V99 VALUE 5000.00.
           01 STARTER-LIMIT PIC 9(5)V99 VALUE 500.00.
           01 OVERDRAWN-DAYS-LIMIT PIC 9(3) VALUE 30.

           01 LOAN-FLAGS.
               02 LF-COUNT PIC 9(4) VALUE 0.
               02 LF-ENTRY OCCURS 2000 TIMES.
                   03 LF-ACCT PIC X(6).
                   03 LF-CUST PIC X(6).
                   03 LF-KIND PIC X(1).
           01 LF-INDEX PIC 9(4).
           01 LOAN-STATE PIC X(1).
               88 LOAN-IN-ARREARS    VALUE "A".
               88 LOAN-WRITTEN-OFF   VALUE "W".
               88 LOAN-IN-ORDER      VALUE " ".

           01 CURRENT-BALANCE PIC S9(7)V99.
           01 HAVE-BALANCE PIC X(1).
           01 BALANCE-DAYS PIC S9(11)V99.
           01 AVERAGE-BALANCE PIC S9(7)V99.
           01 DAYS-OVERDRAWN PIC 9(3).
           01 SALARY-FLAGS PIC X(3).
           01 SALARY-MONTHS PIC 9(1).
           01 SCORE PIC S9(2).
           01 PROPOSED-ACTION PIC X(1).
           01 PROPOSED-LIMIT PIC 9(5)V99.
           01 LIMIT-TENS PIC 9(5).

           01 ACCOUNTS-REVIEWED PIC 9(5) VALUE 0.
           01 PROPOSED-INCREASE PIC 9(5) VALUE 0.
           01 PROPOSED-DECREASE PIC 9(5) VALUE 0.
           01 PROPOSED-WITHDRAW PIC 9(5) VALUE 0.
           01 PROPOSALS-SUPERSEDED PIC 9(5) VALUE 0.
           01 TABLE-OVERFLOW PIC X(1) VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 REPORT-TEXT PIC X(80).
           01 AVG-ED PIC -(6)9.99.
           01 LIMIT-ED PIC Z(4)9.99.
           01 PROPOSED-ED PIC Z(4)9.99.
           01 SCORE-ED PIC -9.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Overdraft Limit Review ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               SUBTRACT 1 FROM RUN-MONTH GIVING QUARTER-MONTH
               DIVIDE QUARTER-MONTH BY 3 GIVING QUARTER-NUMBER
               COMPUTE QUARTER-MONTH = QUARTER-NUMBER * 3 + 1
               COMPUTE QUARTER-START = RUN-YEAR * 10000
                   + QUARTER-MONTH * 100 + 1
               COMPUTE PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(QUARTER-START) - 1
               COMPUTE PERIOD-END =
                   FUNCTION DATE-OF-INTEGER(PERIOD-END-INT)
               COMPUTE PERIOD-START = PE-YEAR * 10000
                   + (PE-MONTH - 2) * 100 + 1
               COMPUTE PERIOD-START-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START)
               COMPUTE PERIOD-DAYS =
                   PERIOD-END-INT - PERIOD-START-INT + 1

               PERFORM LOAD_REVIEW_PARAMETERS

               OPEN INPUT AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT TransHistoryFile
               IF HIST-FILE-OK
                   MOVE "Y" TO HISTORY-AVAILABLE
               ELSE
                   MOVE "N" TO HISTORY-AVAILABLE
                   DISPLAY "No transaction history - balances "
                       "taken from the account master."
               END-IF
               OPEN I-O OdReviewFile
               IF REVIEW-FILE-MISSING
                   OPEN OUTPUT OdReviewFile
                   CLOSE OdReviewFile
                   OPEN I-O OdReviewFile
               END-IF
               OPEN OUTPUT ReviewReportFile
               PERFORM WRITE_REPORT_HEADER

               PERFORM LOAD_LOAN_FLAGS

               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       SET ACCT-FILE-EOF TO TRUE
               END-START
               PERFORM REVIEW_ONE_ACCOUNT
                   UNTIL ACCT-FILE-EOF

               PERFORM WRITE_REPORT_TRAILER

               CLOSE ReviewReportFile
               CLOSE OdReviewFile
               IF HISTORY-IS-AVAILABLE
                   CLOSE TransHistoryFile
               END-IF
               CLOSE AccountMasterFile

               DISPLAY "Review period:       " PERIOD-START " to "
                   PERIOD-END
               DISPLAY "Accounts reviewed:   " ACCOUNTS-REVIEWED
               DISPLAY "Proposed increases:  " PROPOSED-INCREASE
               DISPLAY "Proposed decreases:  " PROPOSED-DECREASE
               DISPLAY "Proposed withdrawals:" PROPOSED-WITHDRAW
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Loan table full - arrears check "
                       "incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               COMPUTE STEP-RECORDS = PROPOSED-INCREASE
                   + PROPOSED-DECREASE + PROPOSED-WITHDRAW
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Overdraft Limit Review Complete ----"
               GOBACK.

           LOAD_REVIEW_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "ODRVINCPCT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO INCREASE-PCT
               END-IF
               MOVE "ODRVMAXLIM" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO MAXIMUM-LIMIT
               END-IF
               MOVE "ODRVNEWLIM" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO STARTER-LIMIT
               END-IF
               MOVE "ODRVODDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO OVERDRAWN-DAYS-LIMIT
               END-IF.

           LOAD_LOAN_FLAGS SECTION.
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
               PERFORM FLAG_ONE_LOAN
                   UNTIL SCAN-EOF = "Y"
               CLOSE LoanMasterFile.

           FLAG_ONE_LOAN SECTION.
               READ LoanMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT LN-IS-WRITTEN-OFF
                   AND LN-ARREARS-COUNT = 0
                   EXIT SECTION
               END-IF
               IF LF-COUNT NOT < 2000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO LF-COUNT
               MOVE LN-ACCT-NUMBER TO LF-ACCT(LF-COUNT)
               MOVE LN-CUST-ID TO LF-CUST(LF-COUNT)
               IF LN-IS-WRITTEN-OFF
                   MOVE "W" TO LF-KIND(LF-COUNT)
               ELSE
                   MOVE "A" TO LF-KIND(LF-COUNT)
               END-IF.

           REVIEW_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT ACCT-IS-CHECKING
                   EXIT SECTION
               END-IF
               ADD 1 TO ACCOUNTS-REVIEWED

               PERFORM MEASURE_QUARTER
               PERFORM CHECK_LOAN_STATE
               PERFORM SCORE_ACCOUNT
               PERFORM CHOOSE_PROPOSAL

               IF PROPOSED-ACTION = SPACE
                   PERFORM RETIRE_OLD_PROPOSAL
               ELSE
                   PERFORM QUEUE_PROPOSAL
               END-IF.

           MEASURE_QUARTER SECTION.
               MOVE 0 TO CURRENT-BALANCE
               MOVE "N" TO HAVE-BALANCE
               MOVE 0 TO BALANCE-DAYS
               MOVE 0 TO DAYS-OVERDRAWN
               MOVE "NNN" TO SALARY-FLAGS
               MOVE PERIOD-START-INT TO LAST-DAY-INT

               IF HISTORY-IS-AVAILABLE
                   MOVE ACCT-NUMBER TO TH-ACCOUNT
                   MOVE 0 TO TH-DATE
                   MOVE 0 TO TH-TIME
                   MOVE 0 TO TH-SEQ
                   MOVE "N" TO HIST-EOF
                   START TransHistoryFile KEY IS NOT LESS THAN TH-KEY
                       INVALID KEY
                           MOVE "Y" TO HIST-EOF
                   END-START
                   PERFORM MEASURE_ONE_HISTORY_ROW
                       UNTIL HIST-EOF = "Y"
               END-IF

               IF HAVE-BALANCE = "N"
                   MOVE ACCT-BALANCE TO CURRENT-BALANCE
               END-IF
               COMPUTE DAY-INT = PERIOD-END-INT + 1
               PERFORM ACCUMULATE_BALANCE_DAYS
               COMPUTE AVERAGE-BALANCE ROUNDED =
                   BALANCE-DAYS / PERIOD-DAYS
               MOVE 0 TO SALARY-MONTHS
               INSPECT SALARY-FLAGS TALLYING SALARY-MONTHS
                   FOR ALL "Y".

           MEASURE_ONE_HISTORY_ROW SECTION.
               READ TransHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO HIST-EOF
                       EXIT SECTION
               END-READ
               IF TH-ACCOUNT NOT = ACCT-NUMBER
                   OR TH-DATE > PERIOD-END
                   MOVE "Y" TO HIST-EOF
                   EXIT SECTION
               END-IF
               IF TH-DATE < PERIOD-START
                   MOVE TH-BALANCE TO CURRENT-BALANCE
                   MOVE "Y" TO HAVE-BALANCE
                   EXIT SECTION
               END-IF

               IF HAVE-BALANCE = "N"
                   MOVE TH-BALANCE TO CURRENT-BALANCE
                   MOVE "Y" TO HAVE-BALANCE
               END-IF
               COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE(TH-DATE)
               PERFORM ACCUMULATE_BALANCE_DAYS
               MOVE TH-BALANCE TO CURRENT-BALANCE

               IF TH-TYPE = "SALARY"
                   MOVE TH-DATE(5:2) TO HIST-MONTH
                   COMPUTE MONTH-SLOT = HIST-MONTH - PE-MONTH + 3
                   IF MONTH-SLOT >= 1 AND MONTH-SLOT <= 3
                       MOVE "Y" TO SALARY-FLAGS(MONTH-SLOT:1)
                   END-IF
               END-IF.

           ACCUMULATE_BALANCE_DAYS SECTION.
               IF DAY-INT NOT > LAST-DAY-INT
                   EXIT SECTION
               END-IF
               COMPUTE SPAN-DAYS = DAY-INT - LAST-DAY-INT
               COMPUTE BALANCE-DAYS = BALANCE-DAYS
                   + CURRENT-BALANCE * SPAN-DAYS
               IF CURRENT-BALANCE < 0
                   ADD SPAN-DAYS TO DAYS-OVERDRAWN
               END-IF
               MOVE DAY-INT TO LAST-DAY-INT.

           CHECK_LOAN_STATE SECTION.
               MOVE SPACE TO LOAN-STATE
               PERFORM CHECK_ONE_LOAN_FLAG
                   VARYING LF-INDEX FROM 1 BY 1
                   UNTIL LF-INDEX > LF-COUNT.

           CHECK_ONE_LOAN_FLAG SECTION.
               IF LF-ACCT(LF-INDEX) NOT = ACCT-NUMBER
                   AND LF-CUST(LF-INDEX) NOT = ACCT-CUST-ID
                   EXIT SECTION
               END-IF
               IF LF-KIND(LF-INDEX) = "W"
                   MOVE "W" TO LOAN-STATE
               ELSE
                   IF LOAN-IN-ORDER
                       MOVE "A" TO LOAN-STATE
                   END-IF
               END-IF.

           SCORE_ACCOUNT SECTION.
               MOVE 0 TO SCORE
               EVALUATE TRUE
                   WHEN ACCT-OVERDRAFT-LIMIT > 0
                       AND AVERAGE-BALANCE >= ACCT-OVERDRAFT-LIMIT
                       ADD 2 TO SCORE
                   WHEN ACCT-OVERDRAFT-LIMIT = 0
                       AND AVERAGE-BALANCE >= STARTER-LIMIT
                       ADD 2 TO SCORE
                   WHEN AVERAGE-BALANCE >= 0
                       ADD 1 TO SCORE
                   WHEN OTHER
                       SUBTRACT 1 FROM SCORE
               END-EVALUATE
               EVALUATE SALARY-MONTHS
                   WHEN 3
                       ADD 2 TO SCORE
                   WHEN 1
                   WHEN 2
                       ADD 1 TO SCORE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN DAYS-OVERDRAWN = 0
                       ADD 1 TO SCORE
                   WHEN DAYS-OVERDRAWN > OVERDRAWN-DAYS-LIMIT
                       SUBTRACT 2 FROM SCORE
               END-EVALUATE
               IF NOT LOAN-IN-ORDER
                   SUBTRACT 3 FROM SCORE
               END-IF.

           CHOOSE_PROPOSAL SECTION.
               MOVE SPACE TO PROPOSED-ACTION
               MOVE ACCT-OVERDRAFT-LIMIT TO PROPOSED-LIMIT
               EVALUATE TRUE
                   WHEN ACCT-OVERDRAFT-LIMIT > 0
                       AND (LOAN-WRITTEN-OFF OR SCORE <= -3)
                       MOVE "W" TO PROPOSED-ACTION
                       MOVE 0 TO PROPOSED-LIMIT
                   WHEN ACCT-OVERDRAFT-LIMIT > 0 AND SCORE < 0
                       MOVE "D" TO PROPOSED-ACTION
                       COMPUTE LIMIT-TENS =
                           ACCT-OVERDRAFT-LIMIT / 20
                       COMPUTE PROPOSED-LIMIT = LIMIT-TENS * 10
                   WHEN SCORE >= 4 AND SALARY-MONTHS = 3
                       AND LOAN-IN-ORDER
                       AND NOT ACCT-IS-BLOCKED
                       AND NOT ACCT-IS-DORMANT
                       PERFORM PROPOSE_INCREASE
               END-EVALUATE.

           PROPOSE_INCREASE SECTION.
               IF ACCT-OVERDRAFT-LIMIT = 0
                   MOVE STARTER-LIMIT TO PROPOSED-LIMIT
               ELSE
                   COMPUTE LIMIT-TENS = ACCT-OVERDRAFT-LIMIT
                       * (100 + INCREASE-PCT) / 1000
                   COMPUTE PROPOSED-LIMIT = LIMIT-TENS * 10
               END-IF
               IF PROPOSED-LIMIT > MAXIMUM-LIMIT
                   MOVE MAXIMUM-LIMIT TO PROPOSED-LIMIT
               END-IF
               IF PROPOSED-LIMIT > ACCT-OVERDRAFT-LIMIT
                   MOVE "I" TO PROPOSED-ACTION
               END-IF.

           QUEUE_PROPOSAL SECTION.
               MOVE ACCT-NUMBER TO ODR-ACCT-NUMBER
               READ OdReviewFile
                   INVALID KEY
                       MOVE "N" TO SCAN-EOF
                   NOT INVALID KEY
                       MOVE "Y" TO SCAN-EOF
                       IF ODR-IS-PENDING
                           ADD 1 TO PROPOSALS-SUPERSEDED
                       END-IF
               END-READ

               INITIALIZE OD-REVIEW-RECORD
               MOVE ACCT-NUMBER TO ODR-ACCT-NUMBER
               MOVE ACCT-CUST-ID TO ODR-CUST-ID
               MOVE RUN-DATE TO ODR-REVIEW-DATE
               MOVE PERIOD-START TO ODR-PERIOD-START
               MOVE PERIOD-END TO ODR-PERIOD-END
               MOVE AVERAGE-BALANCE TO ODR-AVG-BALANCE
               MOVE SALARY-MONTHS TO ODR-SALARY-MONTHS
               MOVE DAYS-OVERDRAWN TO ODR-DAYS-OVERDRAWN
               IF LOAN-IN-ORDER
                   MOVE "N" TO ODR-LOAN-ARREARS
               ELSE
                   MOVE "Y" TO ODR-LOAN-ARREARS
               END-IF
               MOVE SCORE TO ODR-SCORE
               MOVE ACCT-OVERDRAFT-LIMIT TO ODR-CURRENT-LIMIT
               MOVE PROPOSED-LIMIT TO ODR-PROPOSED-LIMIT
               MOVE PROPOSED-ACTION TO ODR-ACTION
               MOVE "P" TO ODR-STATUS
               MOVE "ODREVIEW" TO ODR-MAKER
               IF SCAN-EOF = "Y"
                   REWRITE OD-REVIEW-RECORD
               ELSE
                   WRITE OD-REVIEW-RECORD
               END-IF

               EVALUATE PROPOSED-ACTION
                   WHEN "I"
                       ADD 1 TO PROPOSED-INCREASE
                   WHEN "D"
                       ADD 1 TO PROPOSED-DECREASE
                   WHEN "W"
                       ADD 1 TO PROPOSED-WITHDRAW
               END-EVALUATE
               PERFORM REPORT_PROPOSAL

               MOVE "ODREVIEW" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "OD_LIMIT_PROPOSED" TO AUD-ACTION
               MOVE PROPOSED-LIMIT TO PROPOSED-ED
               INITIALIZE AUD-DETAIL
               STRING ACCT-NUMBER " " PROPOSED-ACTION " "
                   PROPOSED-ED
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           RETIRE_OLD_PROPOSAL SECTION.
               MOVE ACCT-NUMBER TO ODR-ACCT-NUMBER
               READ OdReviewFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF ODR-IS-PENDING
                   MOVE "S" TO ODR-STATUS
                   MOVE RUN-DATE TO ODR-DECIDED-DATE
                   REWRITE OD-REVIEW-RECORD
                   ADD 1 TO PROPOSALS-SUPERSEDED
               END-IF.

           REPORT_PROPOSAL SECTION.
               MOVE AVERAGE-BALANCE TO AVG-ED
               MOVE ACCT-OVERDRAFT-LIMIT TO LIMIT-ED
               MOVE PROPOSED-LIMIT TO PROPOSED-ED
               MOVE SCORE TO SCORE-ED
               INITIALIZE REPORT-TEXT
               STRING ACCT-NUMBER " " ACCT-CUST-ID " " AVG-ED
                   "    " SALARY-MONTHS "   " DAYS-OVERDRAWN
                   "    " ODR-LOAN-ARREARS "   " SCORE-ED
                   "  " LIMIT-ED " " PROPOSED-ED "  "
                   PROPOSED-ACTION
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE.

           WRITE_REPORT_HEADER SECTION.
               MOVE "---- Overdraft Limit Review Proposals ----"
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Quarter " PERIOD-START " to " PERIOD-END
                   "  run date " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE "All proposals await supervisor approval."
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE "Acct   Cust      Avg bal  Sal  OD days Arr Scr"
                   TO REVIEW-REPORT-LINE
               MOVE "   Limit   Propose Act" TO
                   REVIEW-REPORT-LINE(48:22)
               WRITE REVIEW-REPORT-LINE.

           WRITE_REPORT_TRAILER SECTION.
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Checking accounts reviewed " ACCOUNTS-REVIEWED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Increase " PROPOSED-INCREASE
                   "  decrease " PROPOSED-DECREASE
                   "  withdraw " PROPOSED-WITHDRAW
                   "  superseded " PROPOSALS-SUPERSEDED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE.
