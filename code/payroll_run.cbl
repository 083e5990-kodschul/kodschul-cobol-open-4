           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYROLL-RUN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EmployeePayFile ASSIGN TO "PAYMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-EMP-ID
                   FILE STATUS IS PAY-FILE-STATUS.

               SELECT ShiftTotalsFile ASSIGN TO "ZSHIFT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SHIFT-FILE-STATUS.

               SELECT ShiftHistoryFile ASSIGN TO "ZSHIFTHS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SHIFTHS-FILE-STATUS.

               SELECT PeriodControlFile ASSIGN TO "PERIODCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-PERIOD
                   FILE STATUS IS PERIOD-FILE-STATUS.

               SELECT PayslipFile ASSIGN TO "PAYSLIP"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT YearTotalsFile ASSIGN TO YTD-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PayrollOutFile ASSIGN TO "PAYRLIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAYOUT-FILE-STATUS.

               SELECT GlJournalFile ASSIGN TO "GLJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT GlBalanceFile ASSIGN TO "GLBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLB-CODE
                   FILE STATUS IS GLBAL-FILE-STATUS.

               SELECT InboundFeedFile ASSIGN TO "INBFEED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IB-KEY
                   FILE STATUS IS FEED-FILE-STATUS.

               SELECT InboundRegisterFile ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-KEY
                   FILE STATUS IS REG-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD EmployeePayFile.
           COPY PAYMAST.

           FD ShiftTotalsFile.
           01 ShiftTotalsLine.
               02 ZS-CASHIER   PIC X(10).
               02 ZS-DATE      PIC 9(8).
               02 ZS-BASKETS   PIC 9(5).
               02 ZS-ITEMS     PIC 9(7).
               02 ZS-GROSS     PIC 9(7)V99.
               02 ZS-DISCOUNTS PIC 9(7)V99.
               02 ZS-REFUNDS   PIC 9(7)V99.
               02 ZS-LINE-VOIDS      PIC 9(5).
               02 ZS-LINE-VOID-VALUE PIC 9(7)V99.
               02 ZS-POST-VOIDS      PIC 9(5).
               02 ZS-POST-VOID-VALUE PIC 9(7)V99.

           FD ShiftHistoryFile.
           01 ShiftHistoryLine.
               02 ZH-CASHIER   PIC X(10).
               02 ZH-DATE      PIC 9(8).
               02 ZH-BASKETS   PIC 9(5).
               02 ZH-GROSS     PIC 9(7)V99.
               02 ZH-CLOSED-AT PIC 9(6).

           FD PeriodControlFile.
           01 PERIOD-CONTROL-RECORD.
               02 PC-PERIOD      PIC 9(6).
               02 PC-STATUS      PIC X(1).
                   88 PC-IS-OPEN   VALUE "O".
                   88 PC-IS-CLOSED VALUE "C".
               02 PC-CLOSED-DATE PIC 9(8).

           FD PayslipFile.
           01 PAYSLIP-LINE PIC X(80).

           FD YearTotalsFile.
           01 YearTotalsLine.
               02 YT-EMP-ID   PIC X(10).
               02 YT-NAME     PIC X(20).
               02 YT-YEAR     PIC 9(4).
               02 YT-GROSS    PIC 9(9)V99.
               02 YT-TAX      PIC 9(9)V99.
               02 YT-NET      PIC 9(9)V99.
               02 YT-LAST-PERIOD PIC 9(6).

           FD PayrollOutFile.
           01 PayrollOutLine PIC X(80).

           FD GlJournalFile.
           01 GlJournalLine.
               02 GJ-DATE   PIC 9(8).
               02 GJ-SEQ    PIC 9(3).
               02 GJ-CODE   PIC X(4).
               02 GJ-SIDE   PIC X(1).
               02 GJ-AMOUNT PIC 9(9)V99.
               02 GJ-DESC   PIC X(30).

           FD GlBalanceFile.
           01 GL-BALANCE-RECORD.
               02 GLB-CODE    PIC X(4).
               02 GLB-BALANCE PIC S9(11)V99.

           FD InboundFeedFile.
           COPY INBFEED.

           FD InboundRegisterFile.
           COPY INBREG.

           WORKING-STORAGE SECTION.
           01 PAY-FILE-STATUS PIC XX.
               88 PAY-FILE-OK VALUE "00".
               88 PAY-FILE-EOF VALUE "10".
           01 SHIFT-FILE-STATUS PIC XX.
               88 SHIFT-FILE-OK VALUE "00".
           01 SHIFT-EOF PIC X VALUE "N".
           01 SHIFTHS-FILE-STATUS PIC XX.
               88 SHIFTHS-FILE-OK VALUE "00".
           01 SHIFTHS-EOF PIC X VALUE "N".
           01 PERIOD-FILE-STATUS PIC XX.
               88 PERIOD-FILE-OK VALUE "00".
           01 GLBAL-FILE-STATUS PIC XX.
               88 GLBAL-FILE-OK VALUE "00".
               88 GLBAL-FILE-MISSING VALUE "35".
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".
           01 REG-FILE-STATUS PIC XX.
               88 REG-FILE-OK VALUE "00".
           01 PAYOUT-FILE-STATUS PIC XX.
               88 PAYOUT-FILE-OK VALUE "00".
           01 PAYRLIN-WAITING PIC X VALUE "N".
               88 PAYRLIN-IS-WAITING VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(7).
           01 POST-DATE PIC 9(8).

           01 HEADER-RECORD.
               02 PH-REC-TYPE   PIC X(1).
               02 PH-EMPLOYER   PIC X(8).
               02 PH-VALUE-DATE PIC 9(8).
               02 PH-ITEM-COUNT PIC 9(5).
               02 PH-TOTAL      PIC 9(9)V99.
               02 PH-FILE-SEQ   PIC 9(6).
               02 PH-CREATED    PIC 9(8).

           01 DETAIL-RECORD.
               02 PD-REC-TYPE  PIC X(1).
               02 PD-ACCOUNT   PIC X(6).
               02 PD-AMOUNT    PIC 9(7)V99.
               02 PD-REFERENCE PIC X(14).

           01 SHIFT-TABLE.
               02 SHIFT-COUNT PIC 9(4) VALUE 0.
               02 SHIFT-ENTRY OCCURS 3000 TIMES.
                   03 SD-CASHIER PIC X(10).
                   03 SD-DATE    PIC 9(8).
           01 SHIFT-INDEX PIC 9(4).
           01 SHIFT-MATCH PIC 9(4).
           01 SHIFT-CASHIER PIC X(10).
           01 SHIFT-DATE PIC 9(8).
           01 SHIFT-OVERFLOW PIC X VALUE "N".
               88 SHIFT-HAS-OVERFLOWED VALUE "Y".

           01 BANK-TABLE.
               02 BANK-COUNT PIC 9(5) VALUE 0.
               02 BANK-ENTRY OCCURS 500 TIMES.
                   03 BT-ACCOUNT   PIC X(6).
                   03 BT-AMOUNT    PIC 9(7)V99.
                   03 BT-REFERENCE PIC X(14).
           01 BANK-INDEX PIC 9(5).
           01 BANK-TOTAL PIC 9(9)V99 VALUE 0.

           01 SHIFTS-WORKED PIC 9(3).
           01 HOURS-WORKED PIC 9(4)V99.
           01 GROSS-PAY PIC 9(7)V99.
           01 TAX-AMOUNT PIC 9(7)V99.
           01 PENSION-AMOUNT PIC 9(7)V99.
           01 FIXED-AMOUNT PIC 9(7)V99.
           01 AVAILABLE-PAY PIC 9(7)V99.
           01 NET-PAY PIC 9(7)V99.
           01 PERIOD-YEAR PIC 9(4).
           01 YTD-FILE-NAME PIC X(40).

           01 SEGMENT-CODE-VALUES.
               02 FILLER PIC X(4) VALUE "5600".
               02 FILLER PIC X(4) VALUE "5610".
               02 FILLER PIC X(4) VALUE "5620".
           01 SEGMENT-CODE-TABLE REDEFINES SEGMENT-CODE-VALUES.
               02 SEGMENT-CODE PIC X(4) OCCURS 3 TIMES.
           01 SEGMENT-TOTALS.
               02 SEGMENT-GROSS PIC 9(9)V99 OCCURS 3 TIMES.
           01 SEGMENT-INDEX PIC 9(1).
           01 TOTAL-GROSS PIC 9(9)V99 VALUE 0.
           01 TOTAL-TAX PIC 9(9)V99 VALUE 0.
           01 TOTAL-PENSION PIC 9(9)V99 VALUE 0.
           01 TOTAL-FIXED PIC 9(9)V99 VALUE 0.
           01 TOTAL-NET PIC 9(9)V99 VALUE 0.
           01 POST-AMOUNT PIC 9(9)V99.
           01 JOURNAL-SEQ PIC 9(3) VALUE 0.

           01 EMPLOYEES-PAID PIC 9(5) VALUE 0.
           01 EMPLOYEES-SKIPPED PIC 9(5) VALUE 0.
           01 PAY-WARNINGS PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(6)9.99.
           01 TOTAL-ED PIC Z(8)9.99.
           01 HOURS-ED PIC ZZZ9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Monthly Staff Pay Run ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START) - 1
               COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE PERIOD-END(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               MOVE PERIOD-END(1:4) TO PERIOD-YEAR
               DISPLAY "Pay period: " PERIOD-START " - " PERIOD-END
               INITIALIZE SEGMENT-TOTALS

               PERFORM CHECK_WAITING_PAYRLIN
               IF PAYRLIN-IS-WAITING
                   DISPLAY "PAYRLIN holds a file not yet taken in "
                       "by payroll intake - pay run stopped."
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "PAYROLL" TO ALERT-SOURCE
                   MOVE "pay run stopped - PAYRLIN not taken in"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN OUTPUT PayrollOutFile

               MOVE PERIOD-END TO POST-DATE
               OPEN INPUT PeriodControlFile
               IF PERIOD-FILE-OK
                   MOVE PERIOD-MONTH TO PC-PERIOD
                   READ PeriodControlFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-IS-CLOSED
                               MOVE RUN-DATE TO POST-DATE
                           END-IF
                   END-READ
                   CLOSE PeriodControlFile
               END-IF

               OPEN INPUT ShiftTotalsFile
               IF SHIFT-FILE-OK
                   PERFORM LOAD_ONE_SHIFT
                   UNTIL SHIFT-EOF = "Y"
                   CLOSE ShiftTotalsFile
               END-IF
               OPEN INPUT ShiftHistoryFile
               IF SHIFTHS-FILE-OK
                   PERFORM LOAD_ONE_CLOSED_SHIFT
                   UNTIL SHIFTHS-EOF = "Y"
                   CLOSE ShiftHistoryFile
               END-IF
               IF SHIFT-HAS-OVERFLOWED
                   DISPLAY "Too many shifts in the period - "
                       "pay run stopped."
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "PAYROLL" TO ALERT-SOURCE
                   MOVE "pay run stopped - shift table full"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   CLOSE PayrollOutFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O EmployeePayFile
               IF NOT PAY-FILE-OK
                   DISPLAY "No employees on the pay master."
                   PERFORM WRITE_BANK_FILE
                   CLOSE PayrollOutFile
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN OUTPUT PayslipFile

               MOVE LOW-VALUES TO PM-EMP-ID
               START EmployeePayFile KEY IS NOT LESS THAN PM-EMP-ID
                   INVALID KEY
                       SET PAY-FILE-EOF TO TRUE
               END-START
               PERFORM PAY_ONE_EMPLOYEE
               UNTIL PAY-FILE-EOF

               CLOSE EmployeePayFile

               PERFORM WRITE_BANK_FILE
               CLOSE PayrollOutFile

               IF TOTAL-GROSS > 0
                   PERFORM POST_PAYROLL_GL
               END-IF

               MOVE TOTAL-GROSS TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Employees paid: " EMPLOYEES-PAID
                   "   gross " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               DISPLAY REPORT-TEXT
               MOVE TOTAL-NET TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Net pay to bank file: " BANK-COUNT
                   " items   " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               DISPLAY REPORT-TEXT
               CLOSE PayslipFile

               DISPLAY "Already paid for the period: "
                   EMPLOYEES-SKIPPED
               IF PAY-WARNINGS > 0
                   DISPLAY "Employees needing attention: "
                       PAY-WARNINGS
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "PAYROLL" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "pay run " PERIOD-MONTH " - "
                       PAY-WARNINGS " employees to check"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE EMPLOYEES-PAID TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Monthly Staff Pay Run Complete ----"
               GOBACK.

           LOAD_ONE_SHIFT SECTION.
               READ ShiftTotalsFile
                   AT END
                       MOVE "Y" TO SHIFT-EOF
                       EXIT SECTION
               END-READ
               MOVE ZS-CASHIER TO SHIFT-CASHIER
               MOVE ZS-DATE TO SHIFT-DATE
               PERFORM ADD_SHIFT.

           LOAD_ONE_CLOSED_SHIFT SECTION.
               READ ShiftHistoryFile
                   AT END
                       MOVE "Y" TO SHIFTHS-EOF
                       EXIT SECTION
               END-READ
               MOVE ZH-CASHIER TO SHIFT-CASHIER
               MOVE ZH-DATE TO SHIFT-DATE
               PERFORM ADD_SHIFT.

           ADD_SHIFT SECTION.
               IF SHIFT-CASHIER = SPACES
                   EXIT SECTION
               END-IF
               IF SHIFT-DATE < PERIOD-START OR SHIFT-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               MOVE 0 TO SHIFT-MATCH
               PERFORM CHECK_ONE_SHIFT
                   VARYING SHIFT-INDEX FROM 1 BY 1
                   UNTIL SHIFT-INDEX > SHIFT-COUNT OR SHIFT-MATCH > 0
               IF SHIFT-MATCH > 0
                   EXIT SECTION
               END-IF
               IF SHIFT-COUNT >= 3000
                   MOVE "Y" TO SHIFT-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO SHIFT-COUNT
               MOVE SHIFT-CASHIER TO SD-CASHIER(SHIFT-COUNT)
               MOVE SHIFT-DATE TO SD-DATE(SHIFT-COUNT).

           CHECK_ONE_SHIFT SECTION.
               IF SD-CASHIER(SHIFT-INDEX) = SHIFT-CASHIER
                   AND SD-DATE(SHIFT-INDEX) = SHIFT-DATE
                   MOVE SHIFT-INDEX TO SHIFT-MATCH
               END-IF.

           COUNT_ONE_SHIFT SECTION.
               IF SD-CASHIER(SHIFT-INDEX) = PM-EMP-ID
                   ADD 1 TO SHIFTS-WORKED
               END-IF.

           PAY_ONE_EMPLOYEE SECTION.
               READ EmployeePayFile NEXT RECORD
                   AT END
                       SET PAY-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT PM-IS-ACTIVE
                   EXIT SECTION
               END-IF
               IF PM-LAST-PERIOD >= PERIOD-MONTH
                   ADD 1 TO EMPLOYEES-SKIPPED
                   EXIT SECTION
               END-IF

               MOVE 0 TO SHIFTS-WORKED
               MOVE 0 TO HOURS-WORKED
               IF PM-IS-HOURLY
                   PERFORM COUNT_ONE_SHIFT
                       VARYING SHIFT-INDEX FROM 1 BY 1
                       UNTIL SHIFT-INDEX > SHIFT-COUNT
                   COMPUTE HOURS-WORKED =
                       SHIFTS-WORKED * PM-SHIFT-HOURS
                   COMPUTE GROSS-PAY ROUNDED =
                       HOURS-WORKED * PM-HOURLY-RATE
               ELSE
                   MOVE PM-SALARY TO GROSS-PAY
               END-IF

               COMPUTE TAX-AMOUNT ROUNDED =
                   GROSS-PAY * PM-TAX-PCT / 100
               COMPUTE PENSION-AMOUNT ROUNDED =
                   GROSS-PAY * PM-PENSION-PCT / 100
               COMPUTE AVAILABLE-PAY =
                   GROSS-PAY - TAX-AMOUNT - PENSION-AMOUNT
               MOVE PM-FIXED-DEDUCT TO FIXED-AMOUNT
               IF FIXED-AMOUNT > AVAILABLE-PAY
                   MOVE AVAILABLE-PAY TO FIXED-AMOUNT
               END-IF
               COMPUTE NET-PAY = AVAILABLE-PAY - FIXED-AMOUNT

               IF PM-YTD-YEAR NOT = PERIOD-YEAR
                   IF PM-YTD-YEAR < PERIOD-YEAR AND PM-YTD-GROSS > 0
                       PERFORM CARRY_CLOSED_YEAR
                   END-IF
                   MOVE PERIOD-YEAR TO PM-YTD-YEAR
                   MOVE 0 TO PM-YTD-GROSS
                   MOVE 0 TO PM-YTD-TAX
                   MOVE 0 TO PM-YTD-NET
               END-IF
               ADD GROSS-PAY TO PM-YTD-GROSS
               ADD TAX-AMOUNT TO PM-YTD-TAX
               ADD NET-PAY TO PM-YTD-NET
               MOVE PERIOD-MONTH TO PM-LAST-PERIOD
               REWRITE EMPLOYEE-PAY-RECORD

               EVALUATE TRUE
                   WHEN PM-IN-SHOPS
                       MOVE 2 TO SEGMENT-INDEX
                   WHEN PM-IN-SCHOOL
                       MOVE 3 TO SEGMENT-INDEX
                   WHEN OTHER
                       MOVE 1 TO SEGMENT-INDEX
               END-EVALUATE
               ADD GROSS-PAY TO SEGMENT-GROSS(SEGMENT-INDEX)
               ADD GROSS-PAY TO TOTAL-GROSS
               ADD TAX-AMOUNT TO TOTAL-TAX
               ADD PENSION-AMOUNT TO TOTAL-PENSION
               ADD FIXED-AMOUNT TO TOTAL-FIXED
               ADD NET-PAY TO TOTAL-NET
               IF GROSS-PAY > 0
                   ADD 1 TO EMPLOYEES-PAID
               END-IF

               PERFORM WRITE_PAYSLIP

               IF NET-PAY = 0
                   EXIT SECTION
               END-IF
               IF PM-ACCOUNT = SPACES OR BANK-COUNT >= 500
                   ADD 1 TO PAY-WARNINGS
                   MOVE "  ** NOT IN BANK FILE - PAY BY HAND **"
                       TO REPORT-TEXT
                   PERFORM WRITE_SLIP_LINE
                   EXIT SECTION
               END-IF
               ADD 1 TO BANK-COUNT
               MOVE PM-ACCOUNT TO BT-ACCOUNT(BANK-COUNT)
               MOVE NET-PAY TO BT-AMOUNT(BANK-COUNT)
               MOVE SPACES TO BT-REFERENCE(BANK-COUNT)
               STRING PERIOD-MONTH PM-EMP-ID(1:8)
                   DELIMITED BY SIZE INTO BT-REFERENCE(BANK-COUNT)
               ADD NET-PAY TO BANK-TOTAL.

           CARRY_CLOSED_YEAR SECTION.
               INITIALIZE YTD-FILE-NAME
               STRING "PAYYTD." PM-YTD-YEAR
                   DELIMITED BY SIZE INTO YTD-FILE-NAME
               OPEN EXTEND YearTotalsFile
               MOVE PM-EMP-ID TO YT-EMP-ID
               MOVE PM-NAME TO YT-NAME
               MOVE PM-YTD-YEAR TO YT-YEAR
               MOVE PM-YTD-GROSS TO YT-GROSS
               MOVE PM-YTD-TAX TO YT-TAX
               MOVE PM-YTD-NET TO YT-NET
               MOVE PM-LAST-PERIOD TO YT-LAST-PERIOD
               WRITE YearTotalsLine
               CLOSE YearTotalsFile
               DISPLAY PM-EMP-ID " " PM-YTD-YEAR
                   " totals carried to " YTD-FILE-NAME.

           WRITE_PAYSLIP SECTION.
               INITIALIZE REPORT-TEXT
               STRING "PAYSLIP  " PERIOD-MONTH "  " PM-EMP-ID "  "
                   PM-NAME "  paid " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               IF PM-IS-HOURLY
                   MOVE HOURS-WORKED TO HOURS-ED
                   MOVE PM-HOURLY-RATE TO AMOUNT-ED
                   INITIALIZE REPORT-TEXT
                   STRING "  Shifts " SHIFTS-WORKED "  hours "
                       HOURS-ED "  at " AMOUNT-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   PERFORM WRITE_SLIP_LINE
               END-IF
               MOVE GROSS-PAY TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "  Gross pay            " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               MOVE TAX-AMOUNT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "  Income tax           " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               MOVE PENSION-AMOUNT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "  Pension              " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               IF FIXED-AMOUNT > 0
                   MOVE FIXED-AMOUNT TO AMOUNT-ED
                   INITIALIZE REPORT-TEXT
                   STRING "  Other deductions     " AMOUNT-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   PERFORM WRITE_SLIP_LINE
               END-IF
               IF FIXED-AMOUNT < PM-FIXED-DEDUCT
                   ADD 1 TO PAY-WARNINGS
                   MOVE "  ** PAY TOO LOW - DEDUCTIONS NOT RECOVERED"
                       TO REPORT-TEXT
                   PERFORM WRITE_SLIP_LINE
               END-IF
               MOVE NET-PAY TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "  Net pay              " AMOUNT-ED
                   "  to account " PM-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               MOVE PM-YTD-GROSS TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "  Year to date gross " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               MOVE PM-YTD-TAX TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "  Year to date tax   " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE
               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_SLIP_LINE.

           WRITE_SLIP_LINE SECTION.
               MOVE REPORT-TEXT TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE.

           CHECK_WAITING_PAYRLIN SECTION.
               MOVE "N" TO PAYRLIN-WAITING
               OPEN INPUT PayrollOutFile
               IF NOT PAYOUT-FILE-OK
                   EXIT SECTION
               END-IF
               READ PayrollOutFile
                   AT END
                       CLOSE PayrollOutFile
                       EXIT SECTION
               END-READ
               CLOSE PayrollOutFile
               MOVE "Y" TO PAYRLIN-WAITING
               IF PayrollOutLine(1:1) NOT = "H"
                   EXIT SECTION
               END-IF
               MOVE PayrollOutLine TO HEADER-RECORD
               MOVE "PAYRLIN" TO IR-FEED-ID
               MOVE PH-EMPLOYER TO IR-SENDER
               MOVE 0 TO IR-SEQUENCE
               IF PH-FILE-SEQ IS NUMERIC
                   MOVE PH-FILE-SEQ TO IR-SEQUENCE
               END-IF
               OPEN INPUT InboundRegisterFile
               IF NOT REG-FILE-OK
                   EXIT SECTION
               END-IF
               READ InboundRegisterFile
                   NOT INVALID KEY
                       IF IR-IS-ACCEPTED
                           MOVE "N" TO PAYRLIN-WAITING
                       END-IF
               END-READ
               CLOSE InboundRegisterFile.

           WRITE_BANK_FILE SECTION.
               MOVE "H" TO PH-REC-TYPE
               MOVE "OWNSTAFF" TO PH-EMPLOYER
               MOVE RUN-DATE TO PH-VALUE-DATE
               MOVE BANK-COUNT TO PH-ITEM-COUNT
               MOVE BANK-TOTAL TO PH-TOTAL
               MOVE 1 TO PH-FILE-SEQ
               OPEN INPUT InboundFeedFile
               IF FEED-FILE-OK
                   MOVE "PAYRLIN" TO IB-FEED-ID
                   MOVE "OWNSTAFF" TO IB-SENDER
                   READ InboundFeedFile
                       NOT INVALID KEY
                           IF IB-LAST-SEQUENCE < 999999
                               COMPUTE PH-FILE-SEQ =
                                   IB-LAST-SEQUENCE + 1
                           END-IF
                   END-READ
                   CLOSE InboundFeedFile
               END-IF
               ACCEPT PH-CREATED FROM DATE YYYYMMDD
               MOVE HEADER-RECORD TO PayrollOutLine
               WRITE PayrollOutLine
               PERFORM WRITE_BANK_DETAIL
                   VARYING BANK-INDEX FROM 1 BY 1
                   UNTIL BANK-INDEX > BANK-COUNT.

           WRITE_BANK_DETAIL SECTION.
               MOVE "D" TO PD-REC-TYPE
               MOVE BT-ACCOUNT(BANK-INDEX) TO PD-ACCOUNT
               MOVE BT-AMOUNT(BANK-INDEX) TO PD-AMOUNT
               MOVE BT-REFERENCE(BANK-INDEX) TO PD-REFERENCE
               MOVE DETAIL-RECORD TO PayrollOutLine
               WRITE PayrollOutLine.

           POST_PAYROLL_GL SECTION.
               OPEN EXTEND GlJournalFile
               OPEN I-O GlBalanceFile
               IF GLBAL-FILE-MISSING
                   OPEN OUTPUT GlBalanceFile
                   CLOSE GlBalanceFile
                   OPEN I-O GlBalanceFile
               END-IF

               PERFORM POST_SEGMENT_GROSS
                   VARYING SEGMENT-INDEX FROM 1 BY 1
                   UNTIL SEGMENT-INDEX > 3

               MOVE "C" TO GJ-SIDE
               MOVE "2500" TO GJ-CODE
               MOVE TOTAL-TAX TO POST-AMOUNT
               MOVE "payroll income tax withheld" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE
               MOVE "2510" TO GJ-CODE
               MOVE TOTAL-PENSION TO POST-AMOUNT
               MOVE "payroll pension withheld" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE
               MOVE "2520" TO GJ-CODE
               MOVE TOTAL-FIXED TO POST-AMOUNT
               MOVE "payroll other deductions" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE
               MOVE "2530" TO GJ-CODE
               MOVE TOTAL-NET TO POST-AMOUNT
               MOVE "net pay due to staff" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE

               CLOSE GlJournalFile
               CLOSE GlBalanceFile.

           POST_SEGMENT_GROSS SECTION.
               MOVE SEGMENT-CODE(SEGMENT-INDEX) TO GJ-CODE
               MOVE "D" TO GJ-SIDE
               MOVE SEGMENT-GROSS(SEGMENT-INDEX) TO POST-AMOUNT
               MOVE "gross pay for the month" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE.

           WRITE_JOURNAL_LINE SECTION.
               IF POST-AMOUNT = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO JOURNAL-SEQ
               MOVE POST-DATE TO GJ-DATE
               MOVE JOURNAL-SEQ TO GJ-SEQ
               MOVE POST-AMOUNT TO GJ-AMOUNT
               WRITE GlJournalLine
               PERFORM UPDATE_GL_BALANCE.

           UPDATE_GL_BALANCE SECTION.
               MOVE GJ-CODE TO GLB-CODE
               READ GlBalanceFile
                   INVALID KEY
                       MOVE GJ-CODE TO GLB-CODE
                       MOVE 0 TO GLB-BALANCE
                       WRITE GL-BALANCE-RECORD
               END-READ
               IF GJ-SIDE = "D"
                   ADD GJ-AMOUNT TO GLB-BALANCE
               ELSE
                   SUBTRACT GJ-AMOUNT FROM GLB-BALANCE
               END-IF
               REWRITE GL-BALANCE-RECORD.
