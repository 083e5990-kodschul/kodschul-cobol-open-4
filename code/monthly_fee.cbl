                   RECORD KEY IS FEE-KEY
                   FILE STATUS IS FEE-FILE-STATUS.

               SELECT ProductFile ASSIGN TO "PRODMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-CODE
                   FILE STATUS IS PROD-FILE-STATUS.

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

               SELECT TransHistoryFile ASSIGN TO "TRANSHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT WaiverReportFile ASSIGN TO "FEEWVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AccountMasterFile.
               02 FEE-FLAT      PIC 9(5)V99.
               02 FEE-PERCENT   PIC 9(2)V99.

           FD ProductFile.
           COPY PRODMAST.

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

           FD TransHistoryFile.
           COPY TRANSHST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD WaiverReportFile.
           01 WAIVER-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).
               88 ACCT-FILE-EOF VALUE "10".
           01 FEE-FILE-STATUS PIC XX.
               88 FEE-FILE-OK VALUE "00".
           01 PROD-FILE-STATUS PIC XX.
               88 PROD-FILE-OK VALUE "00".
           01 PRODUCTS-AVAILABLE PIC X(1).
               88 PRODUCTS-ARE-AVAILABLE VALUE "Y".
           01 HOLDER-FILE-STATUS PIC XX.
               88 HOLDER-FILE-OK VALUE "00".
           01 HOLDERS-AVAILABLE PIC X(1).
               88 HOLDERS-ARE-AVAILABLE VALUE "Y".
           01 LOAN-FILE-STATUS PIC XX.
               88 LOAN-FILE-OK VALUE "00".
           01 TD-FILE-STATUS PIC XX.
               88 TD-FILE-OK VALUE "00".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
           01 HISTORY-AVAILABLE PIC X(1).
               88 HISTORY-IS-AVAILABLE VALUE "Y".
           01 SCAN-EOF PIC X.
           01 FEE-SCAN-EOF PIC X.
           01 FEE-SCAN-CODE PIC X(8).
           01 BEST-EFF-DATE PIC 9(8).
           01 CHECKING-FEE PIC 9(5)V99 VALUE 0.
           01 SAVINGS-PCT PIC 9(2)V99 VALUE 0.
           01 CHECKING-PCT PIC 9(2)V99 VALUE 0.
           01 ACCOUNT-FEE-FLAT PIC 9(5)V99.
           01 ACCOUNT-FEE-PCT PIC 9(2)V99.
           01 ACCOUNTS-CHARGED PIC 9(5) VALUE 0.
           01 ACCOUNTS-WAIVED PIC 9(5) VALUE 0.
           01 TOTAL-FEES PIC 9(9)V99 VALUE 0.
           01 TOTAL-WAIVED PIC 9(9)V99 VALUE 0.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 WAIVE-BALANCE-FLOOR PIC 9(9)V99 VALUE 10000.00.
           01 WAIVE-ON-SALARY PIC 9 VALUE 1.
           01 WAIVE-ON-LOAN PIC 9 VALUE 1.
           01 SALARY-FROM-DATE PIC 9(8).
           01 SALARY-FROM-MONTH PIC 9(6).
           01 SALARY-FROM-YEAR PIC 9(4).
           01 SALARY-FROM-MM PIC 9(2).

           01 WAIVE-RULE PIC X(8).
           01 RULE-INDEX PIC 9.
           01 WAIVER-RULE-TABLE.
               02 WR-ENTRY OCCURS 4 TIMES.
                   03 WR-NAME   PIC X(8).
                   03 WR-COUNT  PIC 9(5).
                   03 WR-AMOUNT PIC 9(9)V99.

           01 RELATIONSHIP-ACCOUNTS.
               02 RA-COUNT PIC 9(5) VALUE 0.
               02 RA-ENTRY OCCURS 5000 TIMES.
                   03 RA-ACCT    PIC X(6).
                   03 RA-OWNER   PIC X(6).
                   03 RA-BALANCE PIC S9(7)V99.
                   03 RA-SALARY  PIC X(1).
           01 RA-INDEX PIC 9(5).
           01 RA-FOUND PIC 9(5).

           01 RELATIONSHIP-CUSTOMERS.
               02 RC-COUNT PIC 9(5) VALUE 0.
               02 RC-ENTRY OCCURS 5000 TIMES.
                   03 RC-CUST     PIC X(6).
                   03 RC-COMBINED PIC S9(9)V99.
                   03 RC-SALARY   PIC X(1).
                   03 RC-LOAN     PIC X(1).
           01 RC-INDEX PIC 9(5).
           01 RC-FOUND PIC 9(5).
           01 LOOKUP-CUST PIC X(6).
           01 LOOKUP-ACCT PIC X(6).
           01 TABLE-OVERFLOW PIC X(1) VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".
           01 ACCOUNT-SALARY PIC X(1).
           01 HOLDER-EOF PIC X.
           01 WAIVED-FOR-CUST PIC X(6).

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(6)9.99.
           01 TOTAL-ED PIC Z(8)9.99.

           01 STEP-RECORDS PIC 9(7).

               DISPLAY "---- Monthly Account Maintenance Fees ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               PERFORM LOAD_FEE_SCHEDULE
               OPEN INPUT ProductFile
               IF PROD-FILE-OK
                   MOVE "Y" TO PRODUCTS-AVAILABLE
               ELSE
                   MOVE "N" TO PRODUCTS-AVAILABLE
               END-IF
               IF SAVINGS-FEE = 0 AND CHECKING-FEE = 0
                   AND SAVINGS-PCT = 0 AND CHECKING-PCT = 0
                   AND NOT PRODUCTS-ARE-AVAILABLE
                   DISPLAY "No effective maintenance fees on the "
                       "schedule - nothing to post."
                   CLOSE FeeScheduleFile
                   GOBACK
               END-IF
               PERFORM LOAD_WAIVER_RULES

               OPEN I-O AccountMasterFile
               OPEN EXTEND TransactionLogFile
               OPEN INPUT AccountHolderFile
               IF HOLDER-FILE-OK
                   MOVE "Y" TO HOLDERS-AVAILABLE
               ELSE
                   MOVE "N" TO HOLDERS-AVAILABLE
               END-IF
               OPEN OUTPUT WaiverReportFile
               PERFORM WRITE_WAIVER_HEADER

               PERFORM BUILD_RELATIONSHIPS

               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
               PERFORM CHARGE_ACCOUNT
               UNTIL ACCT-FILE-EOF

               PERFORM WRITE_WAIVER_SUMMARY

               CLOSE AccountMasterFile
               CLOSE TransactionLogFile
               CLOSE FeeScheduleFile
               CLOSE WaiverReportFile
               IF PRODUCTS-ARE-AVAILABLE
                   CLOSE ProductFile
               END-IF
               IF HOLDERS-ARE-AVAILABLE
                   CLOSE AccountHolderFile
               END-IF

               DISPLAY "Accounts charged: " ACCOUNTS-CHARGED
               DISPLAY "Fees waived:      " ACCOUNTS-WAIVED
               DISPLAY "Total fees posted: " TOTAL-FEES
               MOVE TOTAL-WAIVED TO TOTAL-ED
               DISPLAY "Total fees waived: " TOTAL-ED
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Relationship table full - some "
                       "customers were charged without a waiver "
                       "check."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE ACCOUNTS-CHARGED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               MOVE "MAINT-C" TO FEE-SCAN-CODE
               PERFORM FIND_EFFECTIVE_FEE
               MOVE BEST-FLAT TO CHECKING-FEE
               MOVE BEST-PCT TO CHECKING-PCT.

           LOAD_WAIVER_RULES SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "WAIVEBALANCE" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO WAIVE-BALANCE-FLOOR
               END-IF
               MOVE "WAIVESALARY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO WAIVE-ON-SALARY
               END-IF
               MOVE "WAIVELOAN" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO WAIVE-ON-LOAN
               END-IF

               MOVE RUN-DATE(1:4) TO SALARY-FROM-YEAR
               MOVE RUN-DATE(5:2) TO SALARY-FROM-MM
               IF SALARY-FROM-MM = 1
                   MOVE 12 TO SALARY-FROM-MM
                   SUBTRACT 1 FROM SALARY-FROM-YEAR
               ELSE
                   SUBTRACT 1 FROM SALARY-FROM-MM
               END-IF
               COMPUTE SALARY-FROM-MONTH =
                   SALARY-FROM-YEAR * 100 + SALARY-FROM-MM
               COMPUTE SALARY-FROM-DATE =
                   SALARY-FROM-MONTH * 100 + 1

               INITIALIZE WAIVER-RULE-TABLE
               MOVE "MINBAL" TO WR-NAME(1)
               MOVE "BALANCE" TO WR-NAME(2)
               MOVE "SALARY" TO WR-NAME(3)
               MOVE "LOAN" TO WR-NAME(4).

           FIND_EFFECTIVE_FEE SECTION.
               MOVE 0 TO BEST-EFF-DATE
                       END-IF
               END-READ.

           BUILD_RELATIONSHIPS SECTION.
               OPEN INPUT TransHistoryFile
               IF HIST-FILE-OK
                   MOVE "Y" TO HISTORY-AVAILABLE
               ELSE
                   MOVE "N" TO HISTORY-AVAILABLE
               END-IF
               MOVE "N" TO SCAN-EOF
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM COLLECT_ONE_ACCOUNT
                   UNTIL SCAN-EOF = "Y"
               IF HISTORY-IS-AVAILABLE
                   CLOSE TransHistoryFile
               END-IF

               IF HOLDERS-ARE-AVAILABLE
                   MOVE "N" TO SCAN-EOF
                   MOVE LOW-VALUES TO AH-KEY
                   START AccountHolderFile KEY IS NOT LESS THAN
                       AH-KEY
                       INVALID KEY
                           MOVE "Y" TO SCAN-EOF
                   END-START
                   PERFORM COLLECT_ONE_HOLDER
                       UNTIL SCAN-EOF = "Y"
               END-IF

               OPEN INPUT LoanMasterFile
               IF LOAN-FILE-OK
                   MOVE "N" TO SCAN-EOF
                   PERFORM COLLECT_ONE_LOAN
                       UNTIL SCAN-EOF = "Y"
                   CLOSE LoanMasterFile
               END-IF

               OPEN INPUT TermDepositFile
               IF TD-FILE-OK
                   MOVE "N" TO SCAN-EOF
                   PERFORM COLLECT_ONE_DEPOSIT
                       UNTIL SCAN-EOF = "Y"
                   CLOSE TermDepositFile
               END-IF.

           COLLECT_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF RA-COUNT NOT < 5000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               PERFORM CHECK_SALARY_CREDIT
               ADD 1 TO RA-COUNT
               MOVE ACCT-NUMBER TO RA-ACCT(RA-COUNT)
               MOVE ACCT-CUST-ID TO RA-OWNER(RA-COUNT)
               MOVE ACCT-BALANCE TO RA-BALANCE(RA-COUNT)
               MOVE ACCOUNT-SALARY TO RA-SALARY(RA-COUNT)

               MOVE ACCT-CUST-ID TO LOOKUP-CUST
               PERFORM ADD_CUSTOMER
               IF RC-FOUND > 0
                   ADD ACCT-BALANCE TO RC-COMBINED(RC-FOUND)
                   IF ACCOUNT-SALARY = "Y"
                       MOVE "Y" TO RC-SALARY(RC-FOUND)
                   END-IF
               END-IF.

           CHECK_SALARY_CREDIT SECTION.
               MOVE "N" TO ACCOUNT-SALARY
               IF NOT HISTORY-IS-AVAILABLE
                   EXIT SECTION
               END-IF
               MOVE ACCT-NUMBER TO TH-ACCOUNT
               MOVE SALARY-FROM-DATE TO TH-DATE
               MOVE 0 TO TH-TIME
               MOVE 0 TO TH-SEQ
               MOVE "N" TO HOLDER-EOF
               START TransHistoryFile KEY IS NOT LESS THAN TH-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLDER-EOF
               END-START
               PERFORM CHECK_ONE_HISTORY_ROW
                   UNTIL HOLDER-EOF = "Y".

           CHECK_ONE_HISTORY_ROW SECTION.
               READ TransHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO HOLDER-EOF
                       EXIT SECTION
               END-READ
               IF TH-ACCOUNT NOT = ACCT-NUMBER
                   MOVE "Y" TO HOLDER-EOF
                   EXIT SECTION
               END-IF
               IF TH-TYPE = "SALARY"
                   MOVE "Y" TO ACCOUNT-SALARY
                   MOVE "Y" TO HOLDER-EOF
               END-IF.

           COLLECT_ONE_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               MOVE AH-ACCT TO LOOKUP-ACCT
               PERFORM FIND_ACCOUNT
               IF RA-FOUND = 0
                   EXIT SECTION
               END-IF
               IF AH-CUST = RA-OWNER(RA-FOUND)
                   EXIT SECTION
               END-IF
               MOVE AH-CUST TO LOOKUP-CUST
               PERFORM ADD_CUSTOMER
               IF RC-FOUND > 0
                   ADD RA-BALANCE(RA-FOUND) TO RC-COMBINED(RC-FOUND)
                   IF RA-SALARY(RA-FOUND) = "Y"
                       MOVE "Y" TO RC-SALARY(RC-FOUND)
                   END-IF
               END-IF.

           COLLECT_ONE_LOAN SECTION.
               READ LoanMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT LN-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE LN-CUST-ID TO LOOKUP-CUST
               PERFORM ADD_CUSTOMER
               IF RC-FOUND > 0
                   MOVE "Y" TO RC-LOAN(RC-FOUND)
               END-IF.

           COLLECT_ONE_DEPOSIT SECTION.
               READ TermDepositFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT TD-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE TD-ACCT-NUMBER TO LOOKUP-ACCT
               PERFORM FIND_ACCOUNT
               IF RA-FOUND = 0
                   EXIT SECTION
               END-IF
               MOVE RA-OWNER(RA-FOUND) TO LOOKUP-CUST
               PERFORM ADD_CUSTOMER
               IF RC-FOUND > 0
                   ADD TD-AMOUNT TO RC-COMBINED(RC-FOUND)
               END-IF.

           FIND_ACCOUNT SECTION.
               MOVE 0 TO RA-FOUND
               PERFORM MATCH_ONE_ACCOUNT
                   VARYING RA-INDEX FROM 1 BY 1
                   UNTIL RA-INDEX > RA-COUNT OR RA-FOUND > 0.

           MATCH_ONE_ACCOUNT SECTION.
               IF RA-ACCT(RA-INDEX) = LOOKUP-ACCT
                   MOVE RA-INDEX TO RA-FOUND
               END-IF.

           FIND_CUSTOMER SECTION.
               MOVE 0 TO RC-FOUND
               PERFORM MATCH_ONE_CUSTOMER
                   VARYING RC-INDEX FROM 1 BY 1
                   UNTIL RC-INDEX > RC-COUNT OR RC-FOUND > 0.

           MATCH_ONE_CUSTOMER SECTION.
               IF RC-CUST(RC-INDEX) = LOOKUP-CUST
                   MOVE RC-INDEX TO RC-FOUND
               END-IF.

           ADD_CUSTOMER SECTION.
               PERFORM FIND_CUSTOMER
               IF RC-FOUND > 0
                   EXIT SECTION
               END-IF
               IF RC-COUNT NOT < 5000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO RC-COUNT
               MOVE LOOKUP-CUST TO RC-CUST(RC-COUNT)
               MOVE 0 TO RC-COMBINED(RC-COUNT)
               MOVE "N" TO RC-SALARY(RC-COUNT)
               MOVE "N" TO RC-LOAN(RC-COUNT)
               MOVE RC-COUNT TO RC-FOUND.

           CHARGE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT_ACCOUNT_FEE
                       COMPUTE FEE-AMOUNT ROUNDED =
                           ACCOUNT-FEE-FLAT +
                           ACCT-BALANCE * ACCOUNT-FEE-PCT / 100

                       IF FEE-AMOUNT > 0
                           AND WAIVE-RULE = SPACES
                           PERFORM FIND_RELATIONSHIP_WAIVER
                       END-IF

                       IF FEE-AMOUNT > 0
                           AND WAIVE-RULE NOT = SPACES
                           PERFORM RECORD_WAIVER
                       END-IF

                       IF FEE-AMOUNT > 0
                           AND WAIVE-RULE = SPACES
                           SUBTRACT FEE-AMOUNT FROM ACCT-BALANCE
                           REWRITE ACCOUNT-RECORD
                           MOVE "ACCTMAST" TO AJ-FILE-ID
                       END-IF
               END-READ.

           SELECT_ACCOUNT_FEE SECTION.
               MOVE SPACES TO WAIVE-RULE
               MOVE ACCT-CUST-ID TO WAIVED-FOR-CUST
               IF ACCT-IS-SAVINGS
                   MOVE SAVINGS-FEE TO ACCOUNT-FEE-FLAT
                   MOVE SAVINGS-PCT TO ACCOUNT-FEE-PCT
               ELSE
                   MOVE CHECKING-FEE TO ACCOUNT-FEE-FLAT
                   MOVE CHECKING-PCT TO ACCOUNT-FEE-PCT
               END-IF
               IF ACCT-PRODUCT = SPACES
                   OR NOT PRODUCTS-ARE-AVAILABLE
                   EXIT SECTION
               END-IF
               MOVE ACCT-PRODUCT TO PR-CODE
               READ ProductFile
                   INVALID KEY
                       EXIT SECTION
               END-READ

               MOVE 0 TO ACCOUNT-FEE-FLAT
               MOVE 0 TO ACCOUNT-FEE-PCT
               IF PR-MAINT-FEE-CODE = SPACES
                   EXIT SECTION
               END-IF
               MOVE PR-MAINT-FEE-CODE TO FEE-SCAN-CODE
               PERFORM FIND_EFFECTIVE_FEE
               MOVE BEST-FLAT TO ACCOUNT-FEE-FLAT
               MOVE BEST-PCT TO ACCOUNT-FEE-PCT
               IF PR-MIN-BALANCE > 0
                   AND ACCT-BALANCE >= PR-MIN-BALANCE
                   MOVE "MINBAL" TO WAIVE-RULE
               END-IF.

           FIND_RELATIONSHIP_WAIVER SECTION.
               MOVE ACCT-CUST-ID TO LOOKUP-CUST
               PERFORM EVALUATE_CUSTOMER_RULES
               IF WAIVE-RULE NOT = SPACES
                   OR NOT HOLDERS-ARE-AVAILABLE
                   EXIT SECTION
               END-IF

               MOVE ACCT-NUMBER TO AH-ACCT
               MOVE LOW-VALUES TO AH-CUST
               MOVE "N" TO HOLDER-EOF
               START AccountHolderFile KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLDER-EOF
               END-START
               PERFORM CHECK_ONE_JOINT_HOLDER
                   UNTIL HOLDER-EOF = "Y".

           CHECK_ONE_JOINT_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO HOLDER-EOF
                       EXIT SECTION
               END-READ
               IF AH-ACCT NOT = ACCT-NUMBER
                   MOVE "Y" TO HOLDER-EOF
                   EXIT SECTION
               END-IF
               IF AH-CUST = ACCT-CUST-ID
                   EXIT SECTION
               END-IF
               MOVE AH-CUST TO LOOKUP-CUST
               PERFORM EVALUATE_CUSTOMER_RULES
               IF WAIVE-RULE NOT = SPACES
                   MOVE "Y" TO HOLDER-EOF
               END-IF.

           EVALUATE_CUSTOMER_RULES SECTION.
               PERFORM FIND_CUSTOMER
               IF RC-FOUND = 0
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN WAIVE-BALANCE-FLOOR > 0
                       AND RC-COMBINED(RC-FOUND)
                           >= WAIVE-BALANCE-FLOOR
                       MOVE "BALANCE" TO WAIVE-RULE
                   WHEN WAIVE-ON-SALARY = 1
                       AND RC-SALARY(RC-FOUND) = "Y"
                       MOVE "SALARY" TO WAIVE-RULE
                   WHEN WAIVE-ON-LOAN = 1
                       AND RC-LOAN(RC-FOUND) = "Y"
                       MOVE "LOAN" TO WAIVE-RULE
               END-EVALUATE
               IF WAIVE-RULE NOT = SPACES
                   MOVE LOOKUP-CUST TO WAIVED-FOR-CUST
               END-IF.

           RECORD_WAIVER SECTION.
               ADD 1 TO ACCOUNTS-WAIVED
               ADD FEE-AMOUNT TO TOTAL-WAIVED
               PERFORM ADD_RULE_TOTAL
                   VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > 4
               MOVE FEE-AMOUNT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING ACCT-NUMBER "  " WAIVED-FOR-CUST "    "
                   WAIVE-RULE "  " AMOUNT-ED " " ACCT-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE.

           ADD_RULE_TOTAL SECTION.
               IF WR-NAME(RULE-INDEX) = WAIVE-RULE
                   ADD 1 TO WR-COUNT(RULE-INDEX)
                   ADD FEE-AMOUNT TO WR-AMOUNT(RULE-INDEX)
               END-IF.

           WRITE_WAIVER_HEADER SECTION.
               MOVE "---- Monthly Fee Waivers ----"
                   TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               INITIALIZE REPORT-TEXT
               MOVE WAIVE-BALANCE-FLOOR TO TOTAL-ED
               STRING "Run date " RUN-DATE
                   "  combined balance floor " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Salary credits from " SALARY-FROM-DATE
                   "  salary rule " WAIVE-ON-SALARY
                   "  loan rule " WAIVE-ON-LOAN
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               MOVE "ACCT    CUST      RULE      FEE WAIVED"
                   TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE.

           WRITE_WAIVER_SUMMARY SECTION.
               MOVE SPACES TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               MOVE "Waivers by rule" TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               PERFORM WRITE_ONE_RULE_TOTAL
                   VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > 4
               MOVE TOTAL-WAIVED TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "  TOTAL     " ACCOUNTS-WAIVED "  " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE.

           WRITE_ONE_RULE_TOTAL SECTION.
               MOVE WR-AMOUNT(RULE-INDEX) TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "  " WR-NAME(RULE-INDEX) "  "
                   WR-COUNT(RULE-INDEX) "  " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE.

           LOG_FEE SECTION.
               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
