           IDENTIFICATION DIVISION.
           PROGRAM-ID. OVERDRAFT-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OverdraftAccrualFile ASSIGN TO "ODACCRUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OD-ACCT-NUMBER
                   FILE STATUS IS OD-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT OverdraftReportFile ASSIGN TO "ODRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD OverdraftAccrualFile.
           COPY ODACCRUE.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD OverdraftReportFile.
           01 OD-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 OD-FILE-STATUS PIC XX.
               88 OD-FILE-OK VALUE "00".
               88 OD-FILE-EOF VALUE "10".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 RUN-PERIOD PIC 9(6).
           01 REPORT-PERIOD PIC 9(6).
           01 REPORT-PERIOD-X REDEFINES REPORT-PERIOD.
               02 RP-YYYY PIC 9(4).
               02 RP-MM   PIC 9(2).

           01 CUST-FOR-LINE PIC X(6).
           01 MTD-ACCRUED PIC S9(7)V99.

           01 CHARGED-COUNT PIC 9(5) VALUE 0.
           01 CHARGED-TOTAL PIC S9(7)V99 VALUE 0.
           01 CHARGED-DAYS PIC 9(7) VALUE 0.
           01 OPEN-COUNT PIC 9(5) VALUE 0.
           01 OPEN-TOTAL PIC S9(7)V99 VALUE 0.
           01 WORST-PEAK PIC S9(7)V99 VALUE 0.
           01 WORST-ACCOUNT PIC X(6) VALUE SPACES.

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-F PIC X(20).
           01 PEAK-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

           COPY CURRCFG.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Overdrawn Accounts Report ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE RUN-DATE(1:6) TO RUN-PERIOD
               MOVE RUN-PERIOD TO REPORT-PERIOD
               IF RP-MM = 1
                   MOVE 12 TO RP-MM
                   SUBTRACT 1 FROM RP-YYYY
               ELSE
                   SUBTRACT 1 FROM RP-MM
               END-IF

               OPEN INPUT OverdraftAccrualFile
               IF NOT OD-FILE-OK
                   DISPLAY "No overdraft accruals on file - "
                       "nothing to report."
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT AccountMasterFile
               OPEN OUTPUT OverdraftReportFile

               MOVE "---- Overdrawn Accounts Report ----"
                   TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE
                   "  interest period " REPORT-PERIOD
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               MOVE SPACES TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               MOVE "Charged for the period:" TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               MOVE "ACCT   CUST   DAYS  PEAK NEGATIVE  CHARGED"
                   TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE

               MOVE LOW-VALUES TO OD-ACCT-NUMBER
               START OverdraftAccrualFile KEY IS NOT LESS THAN
                   OD-ACCT-NUMBER
                   INVALID KEY
                       SET OD-FILE-EOF TO TRUE
               END-START
               PERFORM LIST_CHARGED_ACCOUNT
               UNTIL OD-FILE-EOF

               PERFORM PRINT_CHARGED_TOTALS

               MOVE SPACES TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               MOVE "Overdrawn this month, accrued so far:"
                   TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               MOVE "ACCT   CUST   DAYS  PEAK NEGATIVE  ACCRUED"
                   TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE

               MOVE "00" TO OD-FILE-STATUS
               MOVE LOW-VALUES TO OD-ACCT-NUMBER
               START OverdraftAccrualFile KEY IS NOT LESS THAN
                   OD-ACCT-NUMBER
                   INVALID KEY
                       SET OD-FILE-EOF TO TRUE
               END-START
               PERFORM LIST_OPEN_ACCRUAL
               UNTIL OD-FILE-EOF

               PERFORM PRINT_OPEN_TOTALS

               CLOSE OverdraftAccrualFile
               CLOSE AccountMasterFile
               CLOSE OverdraftReportFile

               DISPLAY "Accounts charged in period: " CHARGED-COUNT
               DISPLAY "Accounts overdrawn this month: " OPEN-COUNT
               COMPUTE STEP-RECORDS = CHARGED-COUNT + OPEN-COUNT
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Overdrawn Accounts Report Complete ----"
               MOVE 0 TO RETURN-CODE
               GOBACK.

           LIST_CHARGED_ACCOUNT SECTION.
               READ OverdraftAccrualFile NEXT RECORD
                   AT END
                       SET OD-FILE-EOF TO TRUE
                   NOT AT END
                       IF OD-LAST-PERIOD = REPORT-PERIOD
                           PERFORM PRINT_CHARGED_LINE
                       END-IF
               END-READ.

           PRINT_CHARGED_LINE SECTION.
               PERFORM LOOKUP_ACCOUNT
               ADD 1 TO CHARGED-COUNT
               ADD OD-LAST-CHARGED TO CHARGED-TOTAL
               ADD OD-LAST-DAYS TO CHARGED-DAYS
               IF OD-LAST-PEAK < WORST-PEAK
                   MOVE OD-LAST-PEAK TO WORST-PEAK
                   MOVE OD-ACCT-NUMBER TO WORST-ACCOUNT
               END-IF

               MOVE OD-LAST-PEAK TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, PEAK-F
               MOVE OD-LAST-CHARGED TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING OD-ACCT-NUMBER " " CUST-FOR-LINE " "
                   OD-LAST-DAYS "   " PEAK-F " " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE.

           PRINT_CHARGED_TOTALS SECTION.
               MOVE CHARGED-TOTAL TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "Accounts charged " CHARGED-COUNT
                   "  days overdrawn " CHARGED-DAYS
                   "  interest " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE
               IF WORST-ACCOUNT NOT = SPACES
                   MOVE WORST-PEAK TO AMOUNT-FOR-FORMAT
                   CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                       CURR-SYMBOL, CURR-DECIMAL-SEP,
                       CURR-SYMBOL-POSITION, PEAK-F
                   INITIALIZE REPORT-TEXT
                   STRING "Deepest overdraft " WORST-ACCOUNT
                       " at " PEAK-F
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO OD-REPORT-LINE
                   WRITE OD-REPORT-LINE
               END-IF.

           LIST_OPEN_ACCRUAL SECTION.
               READ OverdraftAccrualFile NEXT RECORD
                   AT END
                       SET OD-FILE-EOF TO TRUE
                   NOT AT END
                       IF OD-DAYS-OVERDRAWN > 0
                           PERFORM PRINT_OPEN_LINE
                       END-IF
               END-READ.

           PRINT_OPEN_LINE SECTION.
               PERFORM LOOKUP_ACCOUNT
               COMPUTE MTD-ACCRUED ROUNDED =
                   OD-ACCRUED-ARRANGED + OD-ACCRUED-EXCESS
               ADD 1 TO OPEN-COUNT
               ADD MTD-ACCRUED TO OPEN-TOTAL

               MOVE OD-PEAK-BALANCE TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, PEAK-F
               MOVE MTD-ACCRUED TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING OD-ACCT-NUMBER " " CUST-FOR-LINE " "
                   OD-DAYS-OVERDRAWN "   " PEAK-F " " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE.

           PRINT_OPEN_TOTALS SECTION.
               MOVE OPEN-TOTAL TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "Accounts overdrawn " OPEN-COUNT
                   "  accrued to date " AMOUNT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO OD-REPORT-LINE
               WRITE OD-REPORT-LINE.

           LOOKUP_ACCOUNT SECTION.
               MOVE SPACES TO CUST-FOR-LINE
               MOVE OD-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "??????" TO CUST-FOR-LINE
                   NOT INVALID KEY
                       MOVE ACCT-CUST-ID TO CUST-FOR-LINE
               END-READ.
