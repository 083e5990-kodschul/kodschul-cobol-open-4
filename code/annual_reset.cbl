           IDENTIFICATION DIVISION.
           PROGRAM-ID. ANNUAL-RESET.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EmployeePayFile ASSIGN TO "PAYMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-EMP-ID
                   FILE STATUS IS PAY-FILE-STATUS.

               SELECT YearTotalsFile ASSIGN TO YTD-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD EmployeePayFile.
           COPY PAYMAST.

           FD YearTotalsFile.
           01 YearTotalsLine.
               02 YT-EMP-ID   PIC X(10).
               02 YT-NAME     PIC X(20).
               02 YT-YEAR     PIC 9(4).
               02 YT-GROSS    PIC 9(9)V99.
               02 YT-TAX      PIC 9(9)V99.
               02 YT-NET      PIC 9(9)V99.
               02 YT-LAST-PERIOD PIC 9(6).

           WORKING-STORAGE SECTION.
           01 PAY-FILE-STATUS PIC XX.
               88 PAY-FILE-OK VALUE "00".
               88 PAY-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 CLOSING-YEAR PIC 9(4).
           01 LAST-PAY-PERIOD PIC 9(6).
           01 YTD-FILE-NAME PIC X(40).

           01 YE-YEAR PIC 9(4).
           01 YE-OPERATOR PIC X(10).
           01 YE-ACTIVE PIC X(1).
               88 YE-IS-ACTIVE VALUE "Y".

           01 EMPLOYEES-RESET PIC 9(5) VALUE 0.
           01 EMPLOYEES-HELD PIC 9(5) VALUE 0.
           01 GROSS-CLEARED PIC 9(11)V99 VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).
           01 STEP-TOTAL PIC 9(13)V99.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Annual Counters Reset ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               CALL "GET-YEAR-END-RUN" USING YE-YEAR, YE-OPERATOR,
                   YE-ACTIVE
               IF YE-IS-ACTIVE
                   MOVE YE-YEAR TO CLOSING-YEAR
               ELSE
                   MOVE RUN-DATE(1:4) TO CLOSING-YEAR
                   SUBTRACT 1 FROM CLOSING-YEAR
                   MOVE "BATCH" TO YE-OPERATOR
               END-IF
               COMPUTE LAST-PAY-PERIOD = CLOSING-YEAR * 100 + 12
               DISPLAY "Closing year: " CLOSING-YEAR

               OPEN I-O EmployeePayFile
               IF NOT PAY-FILE-OK
                   DISPLAY "No payroll master - nothing to reset."
                   MOVE 0 TO STEP-RECORDS
                   MOVE 0 TO STEP-TOTAL
                   CALL "WRITE-STEPTOTAL" USING STEP-RECORDS,
                       STEP-TOTAL
                   GOBACK
               END-IF

               INITIALIZE YTD-FILE-NAME
               STRING "PAYYTD." CLOSING-YEAR
                   DELIMITED BY SIZE INTO YTD-FILE-NAME
               OPEN EXTEND YearTotalsFile

               MOVE LOW-VALUES TO PM-EMP-ID
               START EmployeePayFile KEY IS NOT LESS THAN PM-EMP-ID
                   INVALID KEY
                       SET PAY-FILE-EOF TO TRUE
               END-START
               PERFORM RESET_ONE_EMPLOYEE
               UNTIL PAY-FILE-EOF

               CLOSE EmployeePayFile
               CLOSE YearTotalsFile

               DISPLAY "Year-to-date totals reset : " EMPLOYEES-RESET
               DISPLAY "Held - December not paid  : " EMPLOYEES-HELD
               DISPLAY "Gross pay carried to " YTD-FILE-NAME
               IF EMPLOYEES-HELD > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "ANNRESET" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING EMPLOYEES-HELD " employee totals held - "
                       "December pay not run"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE "ANNRESET" TO AUD-SOURCE
               MOVE YE-OPERATOR TO AUD-USER
               MOVE "ANNUAL_RESET" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "year " CLOSING-YEAR " reset " EMPLOYEES-RESET
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               MOVE EMPLOYEES-RESET TO STEP-RECORDS
               MOVE GROSS-CLEARED TO STEP-TOTAL
               CALL "WRITE-STEPTOTAL" USING STEP-RECORDS, STEP-TOTAL
               DISPLAY "---- Annual Counters Reset Complete ----"
               GOBACK.

           RESET_ONE_EMPLOYEE SECTION.
               READ EmployeePayFile NEXT RECORD
                   AT END
                       SET PAY-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF PM-YTD-YEAR > CLOSING-YEAR
                   EXIT SECTION
               END-IF
               IF PM-IS-ACTIVE
                   AND PM-YTD-YEAR = CLOSING-YEAR
                   AND PM-LAST-PERIOD < LAST-PAY-PERIOD
                   ADD 1 TO EMPLOYEES-HELD
                   DISPLAY PM-EMP-ID " last paid " PM-LAST-PERIOD
                       " - totals held for the December pay run."
                   EXIT SECTION
               END-IF

               IF PM-YTD-YEAR = CLOSING-YEAR
                   MOVE PM-EMP-ID TO YT-EMP-ID
                   MOVE PM-NAME TO YT-NAME
                   MOVE PM-YTD-YEAR TO YT-YEAR
                   MOVE PM-YTD-GROSS TO YT-GROSS
                   MOVE PM-YTD-TAX TO YT-TAX
                   MOVE PM-YTD-NET TO YT-NET
                   MOVE PM-LAST-PERIOD TO YT-LAST-PERIOD
                   WRITE YearTotalsLine
                   ADD PM-YTD-GROSS TO GROSS-CLEARED
               END-IF

               COMPUTE PM-YTD-YEAR = CLOSING-YEAR + 1
               MOVE 0 TO PM-YTD-GROSS
               MOVE 0 TO PM-YTD-TAX
               MOVE 0 TO PM-YTD-NET
               REWRITE EMPLOYEE-PAY-RECORD
               ADD 1 TO EMPLOYEES-RESET.
