                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-IN-FILE-STATUS.

               SELECT WhtLedgerFile ASSIGN TO "WHTLEDG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WL-FILE-STATUS.

               SELECT TaxCertFile ASSIGN TO "TAXCERT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           FD TransLogInFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD WhtLedgerFile.
           COPY WHTLEDG.

           FD TaxCertFile.
           01 TAX-CERT-LINE PIC X(80).

               02 TS-CUST-NAME   PIC X(20).
               02 TS-TAX-YEAR    PIC 9(4).
               02 TS-INTEREST    PIC 9(9)V99.
               02 TS-TAX-WITHHELD PIC 9(9)V99.
               02 FILLER         PIC X(27).

           WORKING-STORAGE SECTION.
           01 ACCT-FILE-STATUS PIC XX.
               88 LOG-IN-FILE-OK VALUE "00".
           01 LOG-IN-FILE-NAME PIC X(40).
           01 LOG-EOF PIC X VALUE "N".
           01 WL-FILE-STATUS PIC XX.
               88 WL-FILE-OK VALUE "00".
           01 WL-EOF PIC X.

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-BALANCE   PIC S9(7)V99.

           01 TAX-YEAR PIC 9(4).
           01 YE-YEAR PIC 9(4).
           01 YE-OPERATOR PIC X(10).
           01 YE-ACTIVE PIC X(1).
               88 YE-IS-ACTIVE VALUE "Y".
           01 STEP-RECORDS PIC 9(7).
           01 STEP-TOTAL PIC 9(13)V99.
           01 SCAN-DATE PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 YEAR-START PIC 9(8).
               02 INTEREST-ENTRY OCCURS 500 TIMES.
                   03 IT-ACCOUNT  PIC X(6).
                   03 IT-INTEREST PIC 9(9)V99.
                   03 IT-TAX      PIC 9(9)V99.
                   03 IT-CUST     PIC X(6).
                   03 IT-HOLDERS  PIC X(40).
           01 INTEREST-INDEX PIC 9(4).
                   03 CT-CUST-ID  PIC X(6).
                   03 CT-NAME     PIC X(20).
                   03 CT-INTEREST PIC 9(9)V99.
                   03 CT-TAX      PIC 9(9)V99.
           01 CUST-INDEX PIC 9(4).
           01 CUST-FOUND PIC X.
               88 CUST-IS-FOUND VALUE "Y".
           01 JOIN-CUST-ID PIC X(6).
           01 JOIN-CUST-NAME PIC X(20).
           01 ENTRY-ACCOUNT PIC X(6).
           01 ENTRY-GROSS PIC 9(9)V99.
           01 ENTRY-TAX PIC 9(9)V99.
           01 NET-INTEREST PIC S9(9)V99.

           01 CONTROL-TOTAL PIC 9(9)V99 VALUE 0.
           01 TAX-CONTROL-TOTAL PIC 9(9)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Annual Interest Tax Extract ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-YEAR-END-RUN" USING YE-YEAR, YE-OPERATOR,
                   YE-ACTIVE
               IF YE-IS-ACTIVE
                   MOVE YE-YEAR TO TAX-YEAR
                   DISPLAY "Tax year: " TAX-YEAR
               ELSE
                   DISPLAY "Tax year (YYYY): "
                   ACCEPT TAX-YEAR
               END-IF

               COMPUTE YEAR-START = TAX-YEAR * 10000 + 101
               COMPUTE YEAR-END = TAX-YEAR * 10000 + 1231
               IF INTEREST-COUNT = 0
                   DISPLAY "No interest entries found for "
                       TAX-YEAR
                   MOVE 0 TO STEP-RECORDS
                   MOVE 0 TO STEP-TOTAL
                   CALL "WRITE-STEPTOTAL" USING STEP-RECORDS,
                       STEP-TOTAL
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM JOIN_TO_CUSTOMERS
               DISPLAY "Customers reported: " CUST-COUNT
               DISPLAY "Control total (must match accrual "
                   "run reports): " CONTROL-TOTAL
               DISPLAY "Tax withheld (must match remittance "
                   "returns): " TAX-CONTROL-TOTAL
               MOVE CUST-COUNT TO STEP-RECORDS
               MOVE CONTROL-TOTAL TO STEP-TOTAL
               CALL "WRITE-STEPTOTAL" USING STEP-RECORDS, STEP-TOTAL
               DISPLAY "---- Tax Extract Complete ----"
               GOBACK.

           COLLECT_INTEREST SECTION.
               COMPUTE DATE-INT =
               END-PERFORM

               MOVE "TRANSLOG" TO LOG-IN-FILE-NAME
               PERFORM SCAN_ONE_LOG_FILE

               MOVE "N" TO WL-EOF
               OPEN INPUT WhtLedgerFile
               IF WL-FILE-OK
                   PERFORM READ_DEPOSIT_INTEREST
                   UNTIL WL-EOF = "Y"
                   CLOSE WhtLedgerFile
               END-IF.

           READ_DEPOSIT_INTEREST SECTION.
               READ WhtLedgerFile
                   AT END
                       MOVE "Y" TO WL-EOF
                       EXIT SECTION
               END-READ
               IF WL-FROM-DEPOSIT
                   AND WL-DATE(1:4) = TAX-YEAR
                   MOVE WL-ACCOUNT TO ENTRY-ACCOUNT
                   MOVE WL-GROSS TO ENTRY-GROSS
                   MOVE 0 TO ENTRY-TAX
                   PERFORM ADD_INTEREST
               END-IF.

           SCAN_ONE_LOG_FILE SECTION.
               MOVE "N" TO LOG-EOF
                           NOT AT END
                               MOVE TRANS-LOG-LINE TO
                                   TRANS-LOG-RECORD
                               IF TL-DATE(1:4) = TAX-YEAR
                                   PERFORM TAKE_TAX_YEAR_ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TransLogInFile
               END-IF.

           TAKE_TAX_YEAR_ENTRY SECTION.
               MOVE TL-ACCOUNT TO ENTRY-ACCOUNT
               EVALUATE TL-TYPE
                   WHEN "INTEREST"
                       MOVE TL-AMOUNT TO ENTRY-GROSS
                       MOVE 0 TO ENTRY-TAX
                       PERFORM ADD_INTEREST
                   WHEN "WHT-TAX"
                       MOVE 0 TO ENTRY-GROSS
                       MOVE TL-AMOUNT TO ENTRY-TAX
                       PERFORM ADD_INTEREST
               END-EVALUATE.

           ADD_INTEREST SECTION.
               MOVE "N" TO ACCOUNT-FOUND
               PERFORM VARYING INTEREST-INDEX FROM 1 BY 1
               UNTIL INTEREST-INDEX > INTEREST-COUNT
                   OR ACCOUNT-IS-FOUND
                   IF IT-ACCOUNT(INTEREST-INDEX) = ENTRY-ACCOUNT
                       MOVE "Y" TO ACCOUNT-FOUND
                       ADD ENTRY-GROSS TO
                           IT-INTEREST(INTEREST-INDEX)
                       ADD ENTRY-TAX TO IT-TAX(INTEREST-INDEX)
                   END-IF
               END-PERFORM
               IF NOT ACCOUNT-IS-FOUND
                   IF INTEREST-COUNT < 500
                       ADD 1 TO INTEREST-COUNT
                       MOVE ENTRY-ACCOUNT TO
                           IT-ACCOUNT(INTEREST-COUNT)
                       MOVE ENTRY-GROSS TO
                           IT-INTEREST(INTEREST-COUNT)
                       MOVE ENTRY-TAX TO IT-TAX(INTEREST-COUNT)
                   END-IF
               END-IF.

                       MOVE "Y" TO CUST-FOUND
                       ADD IT-INTEREST(INTEREST-INDEX) TO
                           CT-INTEREST(CUST-INDEX)
                       ADD IT-TAX(INTEREST-INDEX) TO
                           CT-TAX(CUST-INDEX)
                   END-IF
               END-PERFORM
               IF NOT CUST-IS-FOUND
                       MOVE JOIN-CUST-NAME TO CT-NAME(CUST-COUNT)
                       MOVE IT-INTEREST(INTEREST-INDEX) TO
                           CT-INTEREST(CUST-COUNT)
                       MOVE IT-TAX(INTEREST-INDEX) TO
                           CT-TAX(CUST-COUNT)
                   END-IF
               END-IF.

                   PERFORM WRITE_ONE_CERTIFICATE
                   PERFORM WRITE_ONE_SUBMISSION
                   ADD CT-INTEREST(CUST-INDEX) TO CONTROL-TOTAL
                   ADD CT-TAX(CUST-INDEX) TO TAX-CONTROL-TOTAL
               END-PERFORM

               MOVE SPACES TO TaxSubmissionLine
               MOVE "T" TO TS-RECORD-TYPE
               MOVE TAX-YEAR TO TS-TAX-YEAR
               MOVE CONTROL-TOTAL TO TS-INTEREST
               MOVE TAX-CONTROL-TOTAL TO TS-TAX-WITHHELD
               WRITE TaxSubmissionLine
               ADD 1 TO EV-RECORD-COUNT
               ADD TS-INTEREST TO EV-HASH-TOTAL
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "Gross interest in " TAX-YEAR ":    "
                   AMOUNT-F DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TAX-CERT-LINE
               WRITE TAX-CERT-LINE

               MOVE CT-TAX(CUST-INDEX) TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "Tax withheld at source:    "
                   AMOUNT-F DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TAX-CERT-LINE
               WRITE TAX-CERT-LINE

               COMPUTE NET-INTEREST =
                   CT-INTEREST(CUST-INDEX) - CT-TAX(CUST-INDEX)
               MOVE NET-INTEREST TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               INITIALIZE REPORT-TEXT
               STRING "Net interest received:     "
                   AMOUNT-F DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TAX-CERT-LINE
               WRITE TAX-CERT-LINE
               MOVE CT-NAME(CUST-INDEX) TO TS-CUST-NAME
               MOVE TAX-YEAR TO TS-TAX-YEAR
               MOVE CT-INTEREST(CUST-INDEX) TO TS-INTEREST
               MOVE CT-TAX(CUST-INDEX) TO TS-TAX-WITHHELD
               WRITE TaxSubmissionLine
               ADD 1 TO EV-RECORD-COUNT
               ADD TS-INTEREST TO EV-HASH-TOTAL.
