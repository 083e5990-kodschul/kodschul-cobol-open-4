           IDENTIFICATION DIVISION.
           PROGRAM-ID. LOAN-DELINQUENCY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LoanMasterFile ASSIGN TO "LOANMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-ID
                   FILE STATUS IS LOAN-FILE-STATUS.

               SELECT CollectionLetterFile ASSIGN TO "COLLLTRS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.

               SELECT LoanWriteOffFile ASSIGN TO "LOANWOFF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WOFF-FILE-STATUS.

               SELECT DelinquencyReportFile ASSIGN TO "LOANDELQ"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD LoanMasterFile.
           COPY LOANMAST.

           FD CollectionLetterFile.
           01 LETTER-LINE PIC X(80).

           FD LoanWriteOffFile.
           01 LoanWriteOffLine.
               02 LW-DATE      PIC 9(8).
               02 LW-LOAN-ID   PIC X(6).
               02 LW-ACCT      PIC X(6).
               02 LW-TYPE      PIC X(4).
               02 LW-AMOUNT    PIC 9(7)V99.

           FD DelinquencyReportFile.
           01 DELQ-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 LOAN-FILE-STATUS PIC XX.
               88 LOAN-FILE-OK VALUE "00".
               88 LOAN-FILE-EOF VALUE "10".
           01 LETTER-FILE-STATUS PIC XX.
               88 LETTER-FILE-OK VALUE "00".
           01 WOFF-FILE-STATUS PIC XX.
               88 WOFF-FILE-OK VALUE "00".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 DAYS-PAST-DUE PIC 9(5).
           01 DPD-ED PIC ZZZZ9.

           01 REMINDER-DAYS PIC 9(3) VALUE 30.
           01 FINAL-DEMAND-DAYS PIC 9(3) VALUE 60.
           01 WRITEOFF-DAYS PIC 9(3) VALUE 180.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 LETTER-KIND PIC X(8).
           01 MONTHLY-RATE PIC 9V9(8).
           01 SCHED-MONTH PIC 9(3).
           01 OUTSTANDING-BALANCE PIC S9(7)V99.

           01 BUCKET-TOTALS.
               02 CURRENT-COUNT PIC 9(5) VALUE 0.
               02 CURRENT-AMOUNT PIC S9(7)V99 VALUE 0.
               02 B30-COUNT PIC 9(5) VALUE 0.
               02 B30-AMOUNT PIC S9(7)V99 VALUE 0.
               02 B60-COUNT PIC 9(5) VALUE 0.
               02 B60-AMOUNT PIC S9(7)V99 VALUE 0.
               02 B90-COUNT PIC 9(5) VALUE 0.
               02 B90-AMOUNT PIC S9(7)V99 VALUE 0.
           01 REMINDERS-SENT PIC 9(5) VALUE 0.
           01 FINALS-SENT PIC 9(5) VALUE 0.
           01 LOANS-WRITTEN-OFF PIC 9(5) VALUE 0.
           01 WRITEOFF-TOTAL PIC S9(7)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

           COPY CURRCFG.

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
               DISPLAY "---- Loan Delinquency and Collections ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_THRESHOLDS

               OPEN I-O LoanMasterFile
               IF NOT LOAN-FILE-OK
                   DISPLAY "No loan master on file - nothing "
                       "to age."
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN EXTEND CollectionLetterFile
               IF NOT LETTER-FILE-OK
                   OPEN OUTPUT CollectionLetterFile
               END-IF
               OPEN EXTEND LoanWriteOffFile
               IF NOT WOFF-FILE-OK
                   OPEN OUTPUT LoanWriteOffFile
               END-IF
               OPEN OUTPUT DelinquencyReportFile

               MOVE "---- Loan Delinquency Report ----"
                   TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE "LOAN   ACCT   BUCKET  DPD   OVERDUE         "
                   TO DELQ-REPORT-LINE
               MOVE "ACTION" TO DELQ-REPORT-LINE(49:6)
               WRITE DELQ-REPORT-LINE

               MOVE LOW-VALUES TO LN-LOAN-ID
               START LoanMasterFile KEY IS NOT LESS THAN
                   LN-LOAN-ID
                   INVALID KEY
                       SET LOAN-FILE-EOF TO TRUE
               END-START
               PERFORM AGE_LOAN
               UNTIL LOAN-FILE-EOF

               PERFORM PRINT_BUCKET_TOTALS

               CLOSE LoanMasterFile
               CLOSE CollectionLetterFile
               CLOSE LoanWriteOffFile
               CLOSE DelinquencyReportFile

               DISPLAY "Reminder letters      : " REMINDERS-SENT
               DISPLAY "Final demands         : " FINALS-SENT
               DISPLAY "Loans written off     : " LOANS-WRITTEN-OFF
               COMPUTE STEP-RECORDS = B30-COUNT + B60-COUNT
                   + B90-COUNT + CURRENT-COUNT
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Loan Delinquency Complete ----"
               IF LOANS-WRITTEN-OFF > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK.

           LOAD_THRESHOLDS SECTION.
               ACCEPT PARM-ASOF FROM DATE YYYYMMDD
               MOVE "LNREMINDDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO REMINDER-DAYS
               END-IF
               MOVE "LNFINALDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO FINAL-DEMAND-DAYS
               END-IF
               MOVE "LNWRITEOFF" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO WRITEOFF-DAYS
               END-IF.

           AGE_LOAN SECTION.
               READ LoanMasterFile NEXT RECORD
                   AT END
                       SET LOAN-FILE-EOF TO TRUE
                   NOT AT END
                       IF LN-IS-ACTIVE
                           AND LN-ARREARS-COUNT > 0
                           AND LN-ARREARS-SINCE > 0
                           PERFORM AGE_ONE_LOAN
                           REWRITE LOAN-MASTER-RECORD
                       END-IF
               END-READ.

           AGE_ONE_LOAN SECTION.
               COMPUTE DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-ARREARS-SINCE)

               EVALUATE TRUE
                   WHEN DAYS-PAST-DUE >= 90
                       MOVE "090" TO LN-DPD-BUCKET
                       ADD 1 TO B90-COUNT
                       ADD LN-ARREARS-AMOUNT TO B90-AMOUNT
                   WHEN DAYS-PAST-DUE >= 60
                       MOVE "060" TO LN-DPD-BUCKET
                       ADD 1 TO B60-COUNT
                       ADD LN-ARREARS-AMOUNT TO B60-AMOUNT
                   WHEN DAYS-PAST-DUE >= 30
                       MOVE "030" TO LN-DPD-BUCKET
                       ADD 1 TO B30-COUNT
                       ADD LN-ARREARS-AMOUNT TO B30-AMOUNT
                   WHEN OTHER
                       MOVE "000" TO LN-DPD-BUCKET
                       ADD 1 TO CURRENT-COUNT
                       ADD LN-ARREARS-AMOUNT TO CURRENT-AMOUNT
               END-EVALUATE

               MOVE SPACES TO LETTER-KIND
               IF DAYS-PAST-DUE >= WRITEOFF-DAYS
                   PERFORM WRITE_OFF_LOAN
               ELSE
                   IF DAYS-PAST-DUE >= FINAL-DEMAND-DAYS
                       AND NOT LN-FINAL-SENT
                       MOVE "FINAL" TO LETTER-KIND
                       PERFORM WRITE_COLLECTION_LETTER
                       MOVE "F" TO LN-LETTER-STAGE
                       ADD 1 TO FINALS-SENT
                   ELSE
                       IF DAYS-PAST-DUE >= REMINDER-DAYS
                           AND LN-NO-LETTER
                           MOVE "REMINDER" TO LETTER-KIND
                           PERFORM WRITE_COLLECTION_LETTER
                           MOVE "R" TO LN-LETTER-STAGE
                           ADD 1 TO REMINDERS-SENT
                       END-IF
                   END-IF
               END-IF

               PERFORM PRINT_LOAN_LINE.

           PRINT_LOAN_LINE SECTION.
               MOVE DAYS-PAST-DUE TO DPD-ED
               MOVE LN-ARREARS-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING LN-LOAN-ID " " LN-ACCT-NUMBER " "
                   LN-DPD-BUCKET "    " DPD-ED " " AMOUNT-F " "
                   DELIMITED BY SIZE INTO REPORT-TEXT
               IF LN-IS-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO REPORT-TEXT(49:11)
               ELSE
                   MOVE LETTER-KIND TO REPORT-TEXT(49:8)
               END-IF
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE.

           WRITE_COLLECTION_LETTER SECTION.
               MOVE LN-ARREARS-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               MOVE DAYS-PAST-DUE TO DPD-ED

               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "==== Letter  " LETTER-KIND
                   "  Account " LN-ACCT-NUMBER " ===="
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "Date " RUN-DATE "   Loan " LN-LOAN-ID
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "Overdue amount " AMOUNT-F
                   "  days past due " DPD-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               IF LETTER-KIND = "FINAL"
                   MOVE "FINAL DEMAND: unless the overdue amount is "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "paid in full the loan will be written off "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "and passed to recoveries."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               ELSE
                   MOVE "REMINDER: your loan installments are "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "overdue. Please pay the amount above into "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "your linked account as soon as possible."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF

               MOVE "LOANDELQ" TO AUD-SOURCE
               MOVE LN-LOAN-ID TO AUD-USER
               IF LETTER-KIND = "FINAL"
                   MOVE "LOAN_FINAL_DEMAND" TO AUD-ACTION
               ELSE
                   MOVE "LOAN_REMINDER" TO AUD-ACTION
               END-IF
               INITIALIZE AUD-DETAIL
               STRING "dpd " DPD-ED " owing " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           WRITE_OFF_LOAN SECTION.
               COMPUTE MONTHLY-RATE = LN-ANNUAL-RATE / 100 / 12
               MOVE LN-PRINCIPAL TO OUTSTANDING-BALANCE
               PERFORM AMORTISE_ONE_MONTH
               VARYING SCHED-MONTH FROM 1 BY 1
               UNTIL SCHED-MONTH > LN-PAID-COUNT
               IF OUTSTANDING-BALANCE < 0
                   MOVE 0 TO OUTSTANDING-BALANCE
               END-IF

               MOVE "W" TO LN-STATUS
               MOVE RUN-DATE TO LN-WRITEOFF-DATE
               MOVE OUTSTANDING-BALANCE TO LN-WRITEOFF-AMOUNT
               MOVE 0 TO LN-RECOVERED-AMOUNT
               ADD 1 TO LOANS-WRITTEN-OFF
               ADD OUTSTANDING-BALANCE TO WRITEOFF-TOTAL

               MOVE RUN-DATE TO LW-DATE
               MOVE LN-LOAN-ID TO LW-LOAN-ID
               MOVE LN-ACCT-NUMBER TO LW-ACCT
               MOVE "WOFF" TO LW-TYPE
               MOVE OUTSTANDING-BALANCE TO LW-AMOUNT
               WRITE LoanWriteOffLine

               MOVE OUTSTANDING-BALANCE TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               MOVE "LOANDELQ" TO AUD-SOURCE
               MOVE LN-LOAN-ID TO AUD-USER
               MOVE "LOAN_WRITTEN_OFF" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "balance " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "LOANDELQ" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "loan " LN-LOAN-ID " written off "
                   AMOUNT-F
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.

           AMORTISE_ONE_MONTH SECTION.
               COMPUTE OUTSTANDING-BALANCE ROUNDED =
                   OUTSTANDING-BALANCE
                   + OUTSTANDING-BALANCE * MONTHLY-RATE
                   - LN-INSTALLMENT.

           PRINT_BUCKET_TOTALS SECTION.
               MOVE SPACES TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE "BUCKET   LOANS  OVERDUE" TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE CURRENT-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "1-29     " CURRENT-COUNT "  " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE B30-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "30-59    " B30-COUNT "  " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE B60-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "60-89    " B60-COUNT "  " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE B90-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "90+      " B90-COUNT "  " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE
               MOVE WRITEOFF-TOTAL TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "Written off today " LOANS-WRITTEN-OFF
                   "  balance " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DELQ-REPORT-LINE
               WRITE DELQ-REPORT-LINE.
