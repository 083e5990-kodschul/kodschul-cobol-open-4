           IDENTIFICATION DIVISION.
           PROGRAM-ID. VENDOR-CLAIMS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VendorAccrualFile ASSIGN TO "VNDACCR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACCRUAL-FILE-STATUS.

               SELECT VendorClaimFile ASSIGN TO "VNDCLAIM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VC-KEY
                   FILE STATUS IS CLAIM-FILE-STATUS.

               SELECT PayableListFile ASSIGN TO "PAYBLIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAYB-FILE-STATUS.

               SELECT PaidListFile ASSIGN TO "APPAID"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAID-FILE-STATUS.

               SELECT SupplierFile ASSIGN TO "SUPPMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPP-ID
                   FILE STATUS IS SUPP-FILE-STATUS.

               SELECT PayablesGlFile ASSIGN TO "APGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APGL-FILE-STATUS.

               SELECT SupplierClaimFile ASSIGN TO CLAIM-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ClaimReportFile ASSIGN TO "VNDCLMRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD VendorAccrualFile.
           COPY VNDACCR.

           FD VendorClaimFile.
           COPY VNDCLAIM.

           FD PayableListFile.
           01 PayableListLine.
               02 PL-SUPP-ID  PIC X(6).
               02 PL-INV-NO   PIC X(10).
               02 PL-DUE-DATE PIC 9(8).
               02 PL-AMOUNT   PIC 9(9)V99.

           FD PaidListFile.
           01 PaidListLine.
               02 PD-SUPP-ID   PIC X(6).
               02 PD-INV-NO    PIC X(10).
               02 PD-DUE-DATE  PIC 9(8).
               02 PD-AMOUNT    PIC 9(9)V99.
               02 PD-DISCOUNT  PIC 9(7)V99.
               02 PD-PAID-DATE PIC 9(8).
               02 PD-REFERENCE PIC X(14).

           FD SupplierFile.
           01 SUPPLIER-RECORD.
               02 SUPP-ID   PIC X(6).
               02 SUPP-NAME PIC X(20).
               02 SUPP-PAY-ACCT  PIC X(6).
               02 SUPP-DISC-PCT  PIC 9(2)V99.
               02 SUPP-DISC-DAYS PIC 9(3).

           FD PayablesGlFile.
           01 PayablesGlLine.
               02 AG-DATE      PIC 9(8).
               02 AG-TYPE      PIC X(4).
               02 AG-REFERENCE PIC X(14).
               02 AG-AMOUNT    PIC 9(9)V99.

           FD SupplierClaimFile.
           01 CLAIM-LINE PIC X(80).

           FD ClaimReportFile.
           01 CLAIM-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 ACCRUAL-FILE-STATUS PIC XX.
               88 ACCRUAL-FILE-OK VALUE "00".
           01 CLAIM-FILE-STATUS PIC XX.
               88 CLAIM-FILE-OK VALUE "00".
               88 CLAIM-FILE-MISSING VALUE "35".
           01 PAYB-FILE-STATUS PIC XX.
               88 PAYB-FILE-OK VALUE "00".
           01 PAID-FILE-STATUS PIC XX.
               88 PAID-FILE-OK VALUE "00".
           01 SUPP-FILE-STATUS PIC XX.
               88 SUPP-FILE-OK VALUE "00".
           01 APGL-FILE-STATUS PIC XX.
               88 APGL-FILE-OK VALUE "00".
           01 ACCRUAL-EOF PIC X VALUE "N".
           01 PAYB-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(8).

           01 DEAL-TABLE.
               02 DT-COUNT PIC 9(3) VALUE 0.
               02 DEAL-ENTRY OCCURS 500 TIMES.
                   03 DT-SUPP-ID PIC X(6).
                   03 DT-DEAL-ID PIC X(6).
                   03 DT-ITEM    PIC X(10).
                   03 DT-UNITS   PIC S9(7).
                   03 DT-AMOUNT  PIC S9(7)V99.
           01 DT-INDEX PIC 9(3).
           01 DT-MATCH PIC 9(3).

           01 SUPPLIER-TABLE.
               02 SU-COUNT PIC 9(3) VALUE 0.
               02 SUPPLIER-ENTRY OCCURS 200 TIMES.
                   03 SU-SUPP-ID  PIC X(6).
                   03 SU-UNITS    PIC S9(7).
                   03 SU-AMOUNT   PIC S9(7)V99.
           01 SU-INDEX PIC 9(3).
           01 SU-MATCH PIC 9(3).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 PAYABLE-TABLE.
               02 PT-COUNT PIC 9(4) VALUE 0.
               02 PAYABLE-ENTRY OCCURS 1000 TIMES.
                   03 PT-SUPP-ID   PIC X(6).
                   03 PT-INV-NO    PIC X(10).
                   03 PT-DUE-DATE  PIC 9(8).
                   03 PT-AMOUNT    PIC 9(9)V99.
                   03 PT-ORIGINAL  PIC 9(9)V99.
                   03 PT-OFFSET    PIC 9(9)V99.
                   03 PT-STATUS    PIC X(1).
                       88 PT-IS-OPEN    VALUE "O".
                       88 PT-IS-CLEARED VALUE "C".
           01 PT-INDEX PIC 9(4).
           01 PAYB-TABLE-FULL PIC X VALUE "N".
               88 PAYB-TABLE-IS-FULL VALUE "Y".
           01 PAYABLES-CHANGED PIC X VALUE "N".
               88 PAYABLES-WERE-CHANGED VALUE "Y".

           01 CLAIM-SUPP-ID PIC X(6).
           01 CLAIM-SUPP-NAME PIC X(20).
           01 CLAIM-REFERENCE PIC X(14).
           01 CLAIM-REMAINING PIC 9(7)V99.
           01 CLAIM-OFFSET PIC 9(7)V99.

           01 ACCRUAL-LINES PIC 9(7) VALUE 0.
           01 CLAIMS-RAISED PIC 9(5) VALUE 0.
           01 CLAIMS-SKIPPED PIC 9(5) VALUE 0.
           01 TOTAL-CLAIMED PIC 9(9)V99 VALUE 0.
           01 TOTAL-OFFSET PIC 9(9)V99 VALUE 0.
           01 TOTAL-INVOICED PIC 9(9)V99 VALUE 0.

           01 CLAIM-FILE-NAME PIC X(40).
           01 REPORT-TEXT PIC X(80).
           01 UNITS-ED PIC -(6)9.
           01 AMOUNT-ED PIC -(7)9.99.
           01 TOTAL-ED PIC Z(8)9.99.
           01 OFFSET-ED PIC Z(8)9.99.
           01 INVOICED-ED PIC Z(8)9.99.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Vendor Funding Claims ----"
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
               DISPLAY "Period: " PERIOD-START " - " PERIOD-END

               OPEN INPUT VendorAccrualFile
               IF NOT ACCRUAL-FILE-OK
                   DISPLAY "No vendor funding accruals on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               PERFORM READ_ONE_ACCRUAL
                   UNTIL ACCRUAL-EOF = "Y"
               CLOSE VendorAccrualFile
               IF SU-COUNT = 0
                   DISPLAY "No funded sales in the period."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN INPUT PayableListFile
               IF PAYB-FILE-OK
                   PERFORM LOAD_ONE_PAYABLE
                       UNTIL PAYB-EOF = "Y"
                   CLOSE PayableListFile
               END-IF
               IF PAYB-TABLE-IS-FULL
                   DISPLAY "Too many open payables - "
                       "claims not raised."
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "VNDCLAIM" TO ALERT-SOURCE
                   MOVE "vendor claims - payables table full"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O VendorClaimFile
               IF CLAIM-FILE-MISSING
                   OPEN OUTPUT VendorClaimFile
                   CLOSE VendorClaimFile
                   OPEN I-O VendorClaimFile
               END-IF
               IF NOT CLAIM-FILE-OK
                   DISPLAY "Vendor claim ledger not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT SupplierFile
               OPEN EXTEND PayablesGlFile
               IF NOT APGL-FILE-OK
                   OPEN OUTPUT PayablesGlFile
               END-IF
               OPEN OUTPUT ClaimReportFile
               PERFORM WRITE_REPORT_HEADER

               PERFORM CLAIM_ONE_SUPPLIER
                   VARYING SU-INDEX FROM 1 BY 1
                   UNTIL SU-INDEX > SU-COUNT

               PERFORM WRITE_REPORT_TOTALS
               CLOSE ClaimReportFile
               CLOSE PayablesGlFile
               IF SUPP-FILE-OK
                   CLOSE SupplierFile
               END-IF
               CLOSE VendorClaimFile

               IF PAYABLES-WERE-CHANGED
                   PERFORM SAVE_PAYABLES
               END-IF

               MOVE TOTAL-CLAIMED TO TOTAL-ED
               DISPLAY "Accrual lines in period: " ACCRUAL-LINES
               DISPLAY "Claims raised:   " CLAIMS-RAISED
               DISPLAY "Already claimed: " CLAIMS-SKIPPED
               DISPLAY "Total claimed:   " TOTAL-ED
               MOVE TOTAL-OFFSET TO TOTAL-ED
               DISPLAY "Offset vs AP:    " TOTAL-ED
               MOVE TOTAL-INVOICED TO TOTAL-ED
               DISPLAY "Invoiced:        " TOTAL-ED

               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Too many suppliers/deals - "
                       "claims incomplete."
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "VNDCLAIM" TO ALERT-SOURCE
                   MOVE "vendor claims incomplete - see run log"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE CLAIMS-RAISED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Vendor Funding Claims Complete ----"
               GOBACK.

           READ_ONE_ACCRUAL SECTION.
               READ VendorAccrualFile
                   AT END
                       MOVE "Y" TO ACCRUAL-EOF
                       EXIT SECTION
               END-READ
               IF VA-DATE < PERIOD-START OR VA-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               ADD 1 TO ACCRUAL-LINES

               PERFORM FIND_DEAL_ENTRY
               IF DT-MATCH = 0
                   EXIT SECTION
               END-IF
               PERFORM FIND_SUPPLIER_ENTRY
               IF SU-MATCH = 0
                   EXIT SECTION
               END-IF

               IF VA-IS-VOID
                   SUBTRACT VA-UNITS FROM DT-UNITS(DT-MATCH)
                   SUBTRACT VA-AMOUNT FROM DT-AMOUNT(DT-MATCH)
                   SUBTRACT VA-UNITS FROM SU-UNITS(SU-MATCH)
                   SUBTRACT VA-AMOUNT FROM SU-AMOUNT(SU-MATCH)
               ELSE
                   ADD VA-UNITS TO DT-UNITS(DT-MATCH)
                   ADD VA-AMOUNT TO DT-AMOUNT(DT-MATCH)
                   ADD VA-UNITS TO SU-UNITS(SU-MATCH)
                   ADD VA-AMOUNT TO SU-AMOUNT(SU-MATCH)
               END-IF.

           FIND_DEAL_ENTRY SECTION.
               MOVE 0 TO DT-MATCH
               PERFORM MATCH_ONE_DEAL_ENTRY
                   VARYING DT-INDEX FROM 1 BY 1
                   UNTIL DT-INDEX > DT-COUNT OR DT-MATCH > 0
               IF DT-MATCH > 0
                   EXIT SECTION
               END-IF
               IF DT-COUNT = 500
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO DT-COUNT
               MOVE DT-COUNT TO DT-MATCH
               MOVE VA-SUPP-ID TO DT-SUPP-ID(DT-COUNT)
               MOVE VA-DEAL-ID TO DT-DEAL-ID(DT-COUNT)
               MOVE VA-ITEM TO DT-ITEM(DT-COUNT)
               MOVE 0 TO DT-UNITS(DT-COUNT)
               MOVE 0 TO DT-AMOUNT(DT-COUNT).

           MATCH_ONE_DEAL_ENTRY SECTION.
               IF DT-SUPP-ID(DT-INDEX) = VA-SUPP-ID
                   AND DT-DEAL-ID(DT-INDEX) = VA-DEAL-ID
                   MOVE DT-INDEX TO DT-MATCH
               END-IF.

           FIND_SUPPLIER_ENTRY SECTION.
               MOVE 0 TO SU-MATCH
               PERFORM MATCH_ONE_SUPPLIER_ENTRY
                   VARYING SU-INDEX FROM 1 BY 1
                   UNTIL SU-INDEX > SU-COUNT OR SU-MATCH > 0
               IF SU-MATCH > 0
                   EXIT SECTION
               END-IF
               IF SU-COUNT = 200
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO SU-COUNT
               MOVE SU-COUNT TO SU-MATCH
               MOVE VA-SUPP-ID TO SU-SUPP-ID(SU-COUNT)
               MOVE 0 TO SU-UNITS(SU-COUNT)
               MOVE 0 TO SU-AMOUNT(SU-COUNT).

           MATCH_ONE_SUPPLIER_ENTRY SECTION.
               IF SU-SUPP-ID(SU-INDEX) = VA-SUPP-ID
                   MOVE SU-INDEX TO SU-MATCH
               END-IF.

           LOAD_ONE_PAYABLE SECTION.
               READ PayableListFile
                   AT END
                       MOVE "Y" TO PAYB-EOF
                       EXIT SECTION
               END-READ
               IF PT-COUNT = 1000
                   MOVE "Y" TO PAYB-TABLE-FULL
                   MOVE "Y" TO PAYB-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO PT-COUNT
               MOVE PL-SUPP-ID TO PT-SUPP-ID(PT-COUNT)
               MOVE PL-INV-NO TO PT-INV-NO(PT-COUNT)
               MOVE PL-DUE-DATE TO PT-DUE-DATE(PT-COUNT)
               MOVE PL-AMOUNT TO PT-AMOUNT(PT-COUNT)
               MOVE PL-AMOUNT TO PT-ORIGINAL(PT-COUNT)
               MOVE 0 TO PT-OFFSET(PT-COUNT)
               MOVE "O" TO PT-STATUS(PT-COUNT).

           CLAIM_ONE_SUPPLIER SECTION.
               MOVE SU-SUPP-ID(SU-INDEX) TO CLAIM-SUPP-ID
               IF SU-AMOUNT(SU-INDEX) NOT > 0
                   DISPLAY "Supplier " CLAIM-SUPP-ID
                       " - nothing to claim."
                   EXIT SECTION
               END-IF

               MOVE PERIOD-MONTH TO VC-PERIOD
               MOVE CLAIM-SUPP-ID TO VC-SUPP-ID
               READ VendorClaimFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Supplier " CLAIM-SUPP-ID
                           " already claimed for " PERIOD-MONTH
                           " - skipping."
                       ADD 1 TO CLAIMS-SKIPPED
                       EXIT SECTION
               END-READ

               MOVE "not on supplier file" TO CLAIM-SUPP-NAME
               IF SUPP-FILE-OK
                   MOVE CLAIM-SUPP-ID TO SUPP-ID
                   READ SupplierFile
                       NOT INVALID KEY
                           MOVE SUPP-NAME TO CLAIM-SUPP-NAME
                   END-READ
               END-IF

               INITIALIZE CLAIM-REFERENCE
               STRING "CL" PERIOD-MONTH CLAIM-SUPP-ID
                   DELIMITED BY SIZE INTO CLAIM-REFERENCE

               MOVE SU-AMOUNT(SU-INDEX) TO CLAIM-REMAINING
               MOVE 0 TO CLAIM-OFFSET
               PERFORM OFFSET_ONE_PAYABLE
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT
                       OR CLAIM-REMAINING = 0

               PERFORM WRITE_CLAIM_FILE

               INITIALIZE VENDOR-CLAIM-RECORD
               MOVE PERIOD-MONTH TO VC-PERIOD
               MOVE CLAIM-SUPP-ID TO VC-SUPP-ID
               MOVE CLAIM-REFERENCE TO VC-REFERENCE
               MOVE SU-UNITS(SU-INDEX) TO VC-UNITS
               MOVE SU-AMOUNT(SU-INDEX) TO VC-AMOUNT
               MOVE CLAIM-OFFSET TO VC-OFFSET
               MOVE CLAIM-REMAINING TO VC-INVOICED
               MOVE RUN-DATE TO VC-RUN-DATE
               IF CLAIM-REMAINING > 0
                   MOVE "I" TO VC-STATUS
               ELSE
                   MOVE "S" TO VC-STATUS
               END-IF
               WRITE VENDOR-CLAIM-RECORD
                   INVALID KEY
                       DISPLAY "Claim ledger write failed for "
                           CLAIM-SUPP-ID
               END-WRITE

               MOVE RUN-DATE TO AG-DATE
               MOVE CLAIM-REFERENCE TO AG-REFERENCE
               IF CLAIM-OFFSET > 0
                   MOVE "CLMO" TO AG-TYPE
                   MOVE CLAIM-OFFSET TO AG-AMOUNT
                   WRITE PayablesGlLine
               END-IF
               IF CLAIM-REMAINING > 0
                   MOVE "CLMI" TO AG-TYPE
                   MOVE CLAIM-REMAINING TO AG-AMOUNT
                   WRITE PayablesGlLine
               END-IF

               PERFORM WRITE_REPORT_LINE
               ADD 1 TO CLAIMS-RAISED
               ADD SU-AMOUNT(SU-INDEX) TO TOTAL-CLAIMED
               ADD CLAIM-OFFSET TO TOTAL-OFFSET
               ADD CLAIM-REMAINING TO TOTAL-INVOICED

               MOVE "VNDCLAIM" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "VENDOR_CLAIM_RAISED" TO AUD-ACTION
               MOVE CLAIM-REFERENCE TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           OFFSET_ONE_PAYABLE SECTION.
               IF PT-SUPP-ID(PT-INDEX) NOT = CLAIM-SUPP-ID
                   OR NOT PT-IS-OPEN(PT-INDEX)
                   OR PT-AMOUNT(PT-INDEX) = 0
                   EXIT SECTION
               END-IF
               IF PT-AMOUNT(PT-INDEX) > CLAIM-REMAINING
                   MOVE CLAIM-REMAINING TO PT-OFFSET(PT-INDEX)
               ELSE
                   MOVE PT-AMOUNT(PT-INDEX) TO PT-OFFSET(PT-INDEX)
                   MOVE "C" TO PT-STATUS(PT-INDEX)
               END-IF
               SUBTRACT PT-OFFSET(PT-INDEX) FROM PT-AMOUNT(PT-INDEX)
               SUBTRACT PT-OFFSET(PT-INDEX) FROM CLAIM-REMAINING
               ADD PT-OFFSET(PT-INDEX) TO CLAIM-OFFSET
               MOVE "Y" TO PAYABLES-CHANGED.

           WRITE_CLAIM_FILE SECTION.
               INITIALIZE CLAIM-FILE-NAME
               STRING "CLAIM." DELIMITED BY SIZE
                   CLAIM-SUPP-ID DELIMITED BY SPACE
                   "." PERIOD-MONTH DELIMITED BY SIZE
                   INTO CLAIM-FILE-NAME
               OPEN OUTPUT SupplierClaimFile

               MOVE "PROMOTION FUNDING CLAIM" TO CLAIM-LINE
               WRITE CLAIM-LINE
               INITIALIZE REPORT-TEXT
               STRING "To        " CLAIM-SUPP-ID "  " CLAIM-SUPP-NAME
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-LINE
               WRITE CLAIM-LINE
               INITIALIZE REPORT-TEXT
               STRING "Period    " PERIOD-START " - " PERIOD-END
                   "  reference " CLAIM-REFERENCE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-LINE
               WRITE CLAIM-LINE
               MOVE SPACES TO CLAIM-LINE
               WRITE CLAIM-LINE
               MOVE "Deal    Item          Units        Amount"
                   TO CLAIM-LINE
               WRITE CLAIM-LINE

               PERFORM WRITE_CLAIM_DEAL_LINE
                   VARYING DT-INDEX FROM 1 BY 1
                   UNTIL DT-INDEX > DT-COUNT

               MOVE SPACES TO CLAIM-LINE
               WRITE CLAIM-LINE
               MOVE SU-UNITS(SU-INDEX) TO UNITS-ED
               MOVE SU-AMOUNT(SU-INDEX) TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Total claimed       " UNITS-ED "  " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-LINE
               WRITE CLAIM-LINE

               IF CLAIM-OFFSET > 0
                   MOVE SPACES TO CLAIM-LINE
                   WRITE CLAIM-LINE
                   MOVE "Deducted from your invoices:" TO CLAIM-LINE
                   WRITE CLAIM-LINE
                   PERFORM WRITE_CLAIM_OFFSET_LINE
                       VARYING PT-INDEX FROM 1 BY 1
                       UNTIL PT-INDEX > PT-COUNT
                   MOVE CLAIM-OFFSET TO TOTAL-ED
                   INITIALIZE REPORT-TEXT
                   STRING "Total deducted               " TOTAL-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO CLAIM-LINE
                   WRITE CLAIM-LINE
               END-IF

               MOVE SPACES TO CLAIM-LINE
               WRITE CLAIM-LINE
               IF CLAIM-REMAINING > 0
                   MOVE CLAIM-REMAINING TO TOTAL-ED
                   INITIALIZE REPORT-TEXT
                   STRING "Amount invoiced to you       " TOTAL-ED
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO CLAIM-LINE
               ELSE
                   MOVE "Claim settled in full by deduction."
                       TO CLAIM-LINE
               END-IF
               WRITE CLAIM-LINE
               CLOSE SupplierClaimFile.

           WRITE_CLAIM_DEAL_LINE SECTION.
               IF DT-SUPP-ID(DT-INDEX) NOT = CLAIM-SUPP-ID
                   EXIT SECTION
               END-IF
               MOVE DT-UNITS(DT-INDEX) TO UNITS-ED
               MOVE DT-AMOUNT(DT-INDEX) TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING DT-DEAL-ID(DT-INDEX) "  " DT-ITEM(DT-INDEX)
                   "  " UNITS-ED "  " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-LINE
               WRITE CLAIM-LINE.

           WRITE_CLAIM_OFFSET_LINE SECTION.
               IF PT-SUPP-ID(PT-INDEX) NOT = CLAIM-SUPP-ID
                   OR PT-OFFSET(PT-INDEX) = 0
                   EXIT SECTION
               END-IF
               MOVE PT-OFFSET(PT-INDEX) TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "  invoice " PT-INV-NO(PT-INDEX) " due "
                   PT-DUE-DATE(PT-INDEX) TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-LINE
               WRITE CLAIM-LINE.

           WRITE_REPORT_HEADER SECTION.
               MOVE "VENDOR FUNDING CLAIMS" TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Period " PERIOD-START " - " PERIOD-END
                   "   run " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE
               MOVE SPACES TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE
               MOVE "Supp   Name" TO CLAIM-REPORT-LINE
               MOVE "Claimed" TO CLAIM-REPORT-LINE(33:)
               MOVE "Offset" TO CLAIM-REPORT-LINE(47:)
               MOVE "Invoiced" TO CLAIM-REPORT-LINE(58:)
               WRITE CLAIM-REPORT-LINE.

           WRITE_REPORT_LINE SECTION.
               MOVE SU-AMOUNT(SU-INDEX) TO TOTAL-ED
               MOVE CLAIM-OFFSET TO OFFSET-ED
               MOVE CLAIM-REMAINING TO INVOICED-ED
               INITIALIZE REPORT-TEXT
               STRING CLAIM-SUPP-ID " " CLAIM-SUPP-NAME
                   TOTAL-ED " " OFFSET-ED " " INVOICED-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE.

           WRITE_REPORT_TOTALS SECTION.
               MOVE SPACES TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE
               MOVE TOTAL-CLAIMED TO TOTAL-ED
               MOVE TOTAL-OFFSET TO OFFSET-ED
               MOVE TOTAL-INVOICED TO INVOICED-ED
               INITIALIZE REPORT-TEXT
               STRING "Total                       "
                   TOTAL-ED " " OFFSET-ED " " INVOICED-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Claims raised " CLAIMS-RAISED
                   "   already claimed " CLAIMS-SKIPPED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE.

           SAVE_PAYABLES SECTION.
               OPEN EXTEND PaidListFile
               IF NOT PAID-FILE-OK
                   OPEN OUTPUT PaidListFile
               END-IF
               OPEN OUTPUT PayableListFile
               PERFORM SAVE_ONE_PAYABLE
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT
               CLOSE PayableListFile
               CLOSE PaidListFile.

           SAVE_ONE_PAYABLE SECTION.
               IF PT-IS-CLEARED(PT-INDEX)
                   MOVE PT-SUPP-ID(PT-INDEX) TO PD-SUPP-ID
                   MOVE PT-INV-NO(PT-INDEX) TO PD-INV-NO
                   MOVE PT-DUE-DATE(PT-INDEX) TO PD-DUE-DATE
                   MOVE PT-ORIGINAL(PT-INDEX) TO PD-AMOUNT
                   MOVE 0 TO PD-DISCOUNT
                   MOVE RUN-DATE TO PD-PAID-DATE
                   INITIALIZE PD-REFERENCE
                   STRING "CL" PERIOD-MONTH PT-SUPP-ID(PT-INDEX)
                       DELIMITED BY SIZE INTO PD-REFERENCE
                   WRITE PaidListLine
                   EXIT SECTION
               END-IF
               MOVE PT-SUPP-ID(PT-INDEX) TO PL-SUPP-ID
               MOVE PT-INV-NO(PT-INDEX) TO PL-INV-NO
               MOVE PT-DUE-DATE(PT-INDEX) TO PL-DUE-DATE
               MOVE PT-AMOUNT(PT-INDEX) TO PL-AMOUNT
               WRITE PayableListLine.
