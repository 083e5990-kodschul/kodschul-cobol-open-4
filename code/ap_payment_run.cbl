           IDENTIFICATION DIVISION.
           PROGRAM-ID. AP-PAYMENT-RUN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT SupplierInvoiceFile ASSIGN TO "SUPPINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SI-KEY
                   FILE STATUS IS INV-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ClearingOutFile ASSIGN TO "CLRGOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PayablesGlFile ASSIGN TO "APGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APGL-FILE-STATUS.

               SELECT RemittanceFile ASSIGN TO REMIT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT AgingReportFile ASSIGN TO "APAGING"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
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

           FD SupplierInvoiceFile.
           01 SUPPLIER-INVOICE-RECORD.
               02 SI-KEY.
                   03 SI-INV-NO PIC X(10).
                   03 SI-LINE   PIC 9(3).
               02 SI-SUPP-ID    PIC X(6).
               02 SI-PO-NUMBER  PIC X(14).
               02 SI-ITEM       PIC X(10).
               02 SI-QTY        PIC 9(5).
               02 SI-UNIT-PRICE PIC 9(4)V99.
               02 SI-INV-DATE   PIC 9(8).
               02 SI-STATUS     PIC X(1).

           FD AccountMasterFile.
           COPY ACCTMAST.

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

           FD PayablesGlFile.
           01 PayablesGlLine.
               02 AG-DATE      PIC 9(8).
               02 AG-TYPE      PIC X(4).
               02 AG-REFERENCE PIC X(14).
               02 AG-AMOUNT    PIC 9(9)V99.

           FD RemittanceFile.
           01 REMIT-LINE PIC X(80).

           FD AgingReportFile.
           01 AGING-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 PAYB-FILE-STATUS PIC XX.
               88 PAYB-FILE-OK VALUE "00".
           01 PAID-FILE-STATUS PIC XX.
               88 PAID-FILE-OK VALUE "00".
           01 SUPP-FILE-STATUS PIC XX.
               88 SUPP-FILE-OK VALUE "00".
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 APGL-FILE-STATUS PIC XX.
               88 APGL-FILE-OK VALUE "00".
           01 PAYB-EOF PIC X VALUE "N".
           01 INVOICES-AVAILABLE PIC X VALUE "N".
               88 INVOICES-ARE-AVAILABLE VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 OUR-BANK-CODE PIC X(8) VALUE "COBOLBNK".

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 OPERATING-ACCT-NO PIC 9(6) VALUE 0.
           01 OPERATING-ACCT PIC X(6).
           01 PAY-AHEAD-DAYS PIC 9(3) VALUE 7.
           01 PAYMENT-TERMS-DAYS PIC 9(3) VALUE 30.

           01 PAYABLE-TABLE.
               02 PT-COUNT PIC 9(4) VALUE 0.
               02 PAYABLE-ENTRY OCCURS 1000 TIMES.
                   03 PT-SUPP-ID   PIC X(6).
                   03 PT-INV-NO    PIC X(10).
                   03 PT-DUE-DATE  PIC 9(8).
                   03 PT-AMOUNT    PIC 9(9)V99.
                   03 PT-DISCOUNT  PIC 9(7)V99.
                   03 PT-PAY-INDEX PIC 9(3).
                   03 PT-STATUS    PIC X(1).
                       88 PT-IS-OPEN     VALUE "O".
                       88 PT-IS-SELECTED VALUE "S".
                       88 PT-IS-HELD     VALUE "H".
                       88 PT-IS-PAID     VALUE "P".
           01 PT-INDEX PIC 9(4).
           01 TABLE-FULL PIC X VALUE "N".
               88 TABLE-IS-FULL VALUE "Y".

           01 PAY-TABLE.
               02 PY-COUNT PIC 9(3) VALUE 0.
               02 PAY-ENTRY OCCURS 200 TIMES.
                   03 PY-SUPP-ID   PIC X(6).
                   03 PY-NAME      PIC X(20).
                   03 PY-PAY-ACCT  PIC X(6).
                   03 PY-ITEMS     PIC 9(4).
                   03 PY-GROSS     PIC 9(9)V99.
                   03 PY-DISCOUNT  PIC 9(7)V99.
                   03 PY-NET       PIC 9(9)V99.
                   03 PY-REFERENCE PIC X(14).
           01 PY-INDEX PIC 9(3).
           01 PY-MATCH PIC 9(3).

           01 AGING-TABLE.
               02 AA-COUNT PIC 9(3) VALUE 0.
               02 AGING-ENTRY OCCURS 200 TIMES.
                   03 AA-SUPP-ID PIC X(6).
                   03 AA-BUCKET  PIC 9(9)V99 OCCURS 5 TIMES.
           01 AA-INDEX PIC 9(3).
           01 AA-MATCH PIC 9(3).
           01 BUCKET-TOTALS.
               02 BT-AMOUNT PIC 9(9)V99 OCCURS 5 TIMES.
           01 BUCKET-INDEX PIC 9.
           01 AGING-OVERFLOW PIC X VALUE "N".
               88 AGING-HAS-OVERFLOWED VALUE "Y".

           01 INVOICE-DATE PIC 9(8).
           01 DISCOUNT-DATE PIC 9(8).
           01 PAY-BY-DATE PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 DAYS-PAST-DUE PIC S9(5).
           01 FUNDS-AVAILABLE PIC S9(9)V99.
           01 PAYMENT-SEQ PIC 9(4) VALUE 0.
           01 HOLD-REASON PIC X(30).

           01 ITEMS-PAID PIC 9(5) VALUE 0.
           01 ITEMS-HELD PIC 9(5) VALUE 0.
           01 ITEMS-OPEN PIC 9(5) VALUE 0.
           01 SUPPLIERS-PAID PIC 9(3) VALUE 0.
           01 SUPPLIERS-HELD PIC 9(3) VALUE 0.
           01 TOTAL-PAID PIC 9(9)V99 VALUE 0.
           01 TOTAL-DISCOUNT PIC 9(9)V99 VALUE 0.
           01 TOTAL-OPEN PIC 9(9)V99 VALUE 0.

           01 REMIT-FILE-NAME PIC X(40).
           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(8)9.99.
           01 DISC-ED PIC Z(6)9.99.
           01 BUCKET-ED PIC Z(7)9.99.
           01 TOTAL-ED PIC Z(8)9.99.

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7).
           01 EV-HASH-TOTAL PIC 9(13)V99.

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

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
               DISPLAY "---- Supplier Payment Run ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_PAYMENT_PARAMETERS

               IF OPERATING-ACCT-NO = 0
                   DISPLAY "No store operating account configured "
                       "- payment run not made."
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "APPAYRUN" TO ALERT-SOURCE
                   MOVE "supplier payments - no operating account"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT PayableListFile
               IF NOT PAYB-FILE-OK
                   DISPLAY "No approved payables on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               PERFORM LOAD_ONE_PAYABLE
                   UNTIL PAYB-EOF = "Y"
               CLOSE PayableListFile
               IF TABLE-IS-FULL
                   DISPLAY "Too many open payables - "
                       "payment run not made."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT SupplierFile
               IF NOT SUPP-FILE-OK
                   DISPLAY "Supplier master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT SupplierInvoiceFile
               IF INV-FILE-OK
                   MOVE "Y" TO INVOICES-AVAILABLE
               END-IF

               PERFORM SELECT_ONE_PAYABLE
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT

               IF INVOICES-ARE-AVAILABLE
                   CLOSE SupplierInvoiceFile
               END-IF
               CLOSE SupplierFile

               IF PY-COUNT > 0
                   PERFORM MAKE_PAYMENTS
               END-IF
               IF RETURN-CODE = 8
                   GOBACK
               END-IF

               PERFORM SAVE_PAYABLES
               PERFORM WRITE_AGING_REPORT

               MOVE TOTAL-PAID TO AMOUNT-ED
               DISPLAY "Suppliers paid:  " SUPPLIERS-PAID
               DISPLAY "Invoices paid:   " ITEMS-PAID
               DISPLAY "Total paid:      " AMOUNT-ED
               MOVE TOTAL-DISCOUNT TO AMOUNT-ED
               DISPLAY "Discounts taken: " AMOUNT-ED
               DISPLAY "Invoices held:   " ITEMS-HELD
               DISPLAY "Invoices open:   " ITEMS-OPEN

               IF ITEMS-HELD > 0 OR AGING-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "APPAYRUN" TO ALERT-SOURCE
                   MOVE "supplier payments held - see run log"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE ITEMS-PAID TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Supplier Payment Run Complete ----"
               GOBACK.

           LOAD_PAYMENT_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "APOPERACCT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO OPERATING-ACCT-NO
               END-IF
               MOVE OPERATING-ACCT-NO TO OPERATING-ACCT
               MOVE "APPAYDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO PAY-AHEAD-DAYS
               END-IF
               MOVE "SUPPTERMS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO PAYMENT-TERMS-DAYS
               END-IF
               COMPUTE DATE-INT = FUNCTION
                   INTEGER-OF-DATE(RUN-DATE) + PAY-AHEAD-DAYS
               COMPUTE PAY-BY-DATE = FUNCTION
                   DATE-OF-INTEGER(DATE-INT).

           LOAD_ONE_PAYABLE SECTION.
               READ PayableListFile
                   AT END
                       MOVE "Y" TO PAYB-EOF
                       EXIT SECTION
               END-READ
               IF PT-COUNT = 1000
                   MOVE "Y" TO TABLE-FULL
                   MOVE "Y" TO PAYB-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO PT-COUNT
               MOVE PL-SUPP-ID TO PT-SUPP-ID(PT-COUNT)
               MOVE PL-INV-NO TO PT-INV-NO(PT-COUNT)
               MOVE PL-DUE-DATE TO PT-DUE-DATE(PT-COUNT)
               MOVE PL-AMOUNT TO PT-AMOUNT(PT-COUNT)
               MOVE 0 TO PT-DISCOUNT(PT-COUNT)
               MOVE 0 TO PT-PAY-INDEX(PT-COUNT)
               MOVE "O" TO PT-STATUS(PT-COUNT).

           SELECT_ONE_PAYABLE SECTION.
               MOVE PT-SUPP-ID(PT-INDEX) TO SUPP-ID
               READ SupplierFile
                   INVALID KEY
                       MOVE "supplier not on file" TO HOLD-REASON
                       PERFORM HOLD_PAYABLE
                       EXIT SECTION
               END-READ
               IF SUPP-PAY-ACCT = SPACES
                   MOVE "no payment account" TO HOLD-REASON
                   PERFORM HOLD_PAYABLE
                   EXIT SECTION
               END-IF

               PERFORM FIND_INVOICE_DATE
               MOVE 0 TO DISCOUNT-DATE
               IF SUPP-DISC-PCT > 0
                   COMPUTE DATE-INT = FUNCTION
                       INTEGER-OF-DATE(INVOICE-DATE)
                       + SUPP-DISC-DAYS
                   COMPUTE DISCOUNT-DATE = FUNCTION
                       DATE-OF-INTEGER(DATE-INT)
               END-IF

               EVALUATE TRUE
                   WHEN DISCOUNT-DATE >= RUN-DATE
                       COMPUTE PT-DISCOUNT(PT-INDEX) ROUNDED =
                           PT-AMOUNT(PT-INDEX) * SUPP-DISC-PCT / 100
                   WHEN PT-DUE-DATE(PT-INDEX) <= PAY-BY-DATE
                       MOVE 0 TO PT-DISCOUNT(PT-INDEX)
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE

               MOVE "S" TO PT-STATUS(PT-INDEX)
               PERFORM FIND_PAY_ENTRY
               IF PY-MATCH = 0
                   MOVE "too many suppliers in run" TO HOLD-REASON
                   PERFORM HOLD_PAYABLE
                   EXIT SECTION
               END-IF
               MOVE PY-MATCH TO PT-PAY-INDEX(PT-INDEX)
               ADD 1 TO PY-ITEMS(PY-MATCH)
               ADD PT-AMOUNT(PT-INDEX) TO PY-GROSS(PY-MATCH)
               ADD PT-DISCOUNT(PT-INDEX) TO PY-DISCOUNT(PY-MATCH)
               COMPUTE PY-NET(PY-MATCH) = PY-GROSS(PY-MATCH)
                   - PY-DISCOUNT(PY-MATCH).

           FIND_INVOICE_DATE SECTION.
               COMPUTE DATE-INT = FUNCTION
                   INTEGER-OF-DATE(PT-DUE-DATE(PT-INDEX))
                   - PAYMENT-TERMS-DAYS
               COMPUTE INVOICE-DATE = FUNCTION
                   DATE-OF-INTEGER(DATE-INT)
               IF NOT INVOICES-ARE-AVAILABLE
                   EXIT SECTION
               END-IF
               MOVE PT-INV-NO(PT-INDEX) TO SI-INV-NO
               MOVE 0 TO SI-LINE
               START SupplierInvoiceFile KEY IS NOT LESS THAN SI-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
               READ SupplierInvoiceFile NEXT RECORD
                   AT END
                       EXIT SECTION
               END-READ
               IF SI-INV-NO = PT-INV-NO(PT-INDEX)
                   AND SI-INV-DATE > 0
                   MOVE SI-INV-DATE TO INVOICE-DATE
               END-IF.

           FIND_PAY_ENTRY SECTION.
               MOVE 0 TO PY-MATCH
               PERFORM MATCH_ONE_PAY_ENTRY
                   VARYING PY-INDEX FROM 1 BY 1
                   UNTIL PY-INDEX > PY-COUNT
                       OR PY-MATCH > 0
               IF PY-MATCH > 0 OR PY-COUNT = 200
                   EXIT SECTION
               END-IF
               ADD 1 TO PY-COUNT
               MOVE PY-COUNT TO PY-MATCH
               MOVE SUPP-ID TO PY-SUPP-ID(PY-COUNT)
               MOVE SUPP-NAME TO PY-NAME(PY-COUNT)
               MOVE SUPP-PAY-ACCT TO PY-PAY-ACCT(PY-COUNT)
               MOVE 0 TO PY-ITEMS(PY-COUNT)
               MOVE 0 TO PY-GROSS(PY-COUNT)
               MOVE 0 TO PY-DISCOUNT(PY-COUNT)
               MOVE 0 TO PY-NET(PY-COUNT)
               MOVE SPACES TO PY-REFERENCE(PY-COUNT).

           MATCH_ONE_PAY_ENTRY SECTION.
               IF PY-SUPP-ID(PY-INDEX) = SUPP-ID
                   MOVE PY-INDEX TO PY-MATCH
               END-IF.

           HOLD_PAYABLE SECTION.
               MOVE "H" TO PT-STATUS(PT-INDEX)
               MOVE 0 TO PT-DISCOUNT(PT-INDEX)
               ADD 1 TO ITEMS-HELD
               DISPLAY "Held " PT-SUPP-ID(PT-INDEX) " invoice "
                   PT-INV-NO(PT-INDEX) " - " HOLD-REASON.

           MAKE_PAYMENTS SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE OPERATING-ACCT TO AL-ACCOUNT
               MOVE "APPAYRUN" TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Operating account " OPERATING-ACCT
                       " in use - payment run not made."
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
               END-IF

               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   PERFORM RELEASE_OPERATING_ACCOUNT
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE OPERATING-ACCT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Operating account " OPERATING-ACCT
                           " not found - payment run not made."
                       CLOSE AccountMasterFile
                       PERFORM RELEASE_OPERATING_ACCOUNT
                       MOVE 8 TO RETURN-CODE
                       EXIT SECTION
               END-READ

               MOVE 0 TO EV-RECORD-COUNT
               MOVE 0 TO EV-HASH-TOTAL
               MOVE "HDR" TO EV-ACTION
               MOVE "CLRGOUT" TO EV-FILE-NAME
               MOVE "CLRGOUT" TO EV-FILE-ID
               MOVE RUN-DATE TO EV-BUS-DATE
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL

               OPEN EXTEND ClearingOutFile
               OPEN EXTEND TransactionLogFile
               OPEN EXTEND PayablesGlFile
               IF NOT APGL-FILE-OK
                   OPEN OUTPUT PayablesGlFile
               END-IF

               PERFORM PAY_ONE_SUPPLIER
                   VARYING PY-INDEX FROM 1 BY 1
                   UNTIL PY-INDEX > PY-COUNT

               CLOSE PayablesGlFile
               CLOSE TransactionLogFile
               CLOSE ClearingOutFile
               CLOSE AccountMasterFile
               PERFORM RELEASE_OPERATING_ACCOUNT

               MOVE "TRL" TO EV-ACTION
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL.

           RELEASE_OPERATING_ACCOUNT SECTION.
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED.

           PAY_ONE_SUPPLIER SECTION.
               COMPUTE FUNDS-AVAILABLE = ACCT-BALANCE
                   + ACCT-OVERDRAFT-LIMIT - ACCT-HELD-AMOUNT
               IF PY-NET(PY-INDEX) > FUNDS-AVAILABLE
                   OR ACCT-IS-BLOCKED
                   MOVE "insufficient funds" TO HOLD-REASON
                   PERFORM HOLD_SUPPLIER_ITEMS
                   EXIT SECTION
               END-IF

               ADD 1 TO PAYMENT-SEQ
               INITIALIZE PY-REFERENCE(PY-INDEX)
               STRING RUN-DATE "AP" PAYMENT-SEQ
                   DELIMITED BY SIZE INTO PY-REFERENCE(PY-INDEX)

               PERFORM SCREEN_SUPPLIER_PAYMENT
               IF NOT SP-IS-CLEAR
                   MOVE "sanctions screening hold" TO HOLD-REASON
                   PERFORM HOLD_SUPPLIER_ITEMS
                   EXIT SECTION
               END-IF

               SUBTRACT PY-NET(PY-INDEX) FROM ACCT-BALANCE
               MOVE RUN-DATE TO ACCT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE "XFER-OUT" TO TL-TYPE
               MOVE PY-NET(PY-INDEX) TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE PY-REFERENCE(PY-INDEX) TO TL-FX-INFO
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               MOVE OUR-BANK-CODE TO CO-BANK-CODE
               MOVE PY-REFERENCE(PY-INDEX) TO CO-REFERENCE
               MOVE OPERATING-ACCT TO CO-SRC-ACCT
               MOVE PY-PAY-ACCT(PY-INDEX) TO CO-DEST-ACCT
               MOVE PY-NET(PY-INDEX) TO CO-AMOUNT
               COMPUTE DATE-INT = FUNCTION
                   INTEGER-OF-DATE(RUN-DATE) + 1
               COMPUTE CO-SETTLE-DATE = FUNCTION
                   DATE-OF-INTEGER(DATE-INT)
               CALL "NEXT-BUSINESS-DAY" USING CO-SETTLE-DATE
               WRITE ClearingOutLine
               ADD 1 TO EV-RECORD-COUNT
               ADD CO-AMOUNT TO EV-HASH-TOTAL

               MOVE RUN-DATE TO AG-DATE
               MOVE PY-REFERENCE(PY-INDEX) TO AG-REFERENCE
               MOVE "PAID" TO AG-TYPE
               MOVE PY-GROSS(PY-INDEX) TO AG-AMOUNT
               WRITE PayablesGlLine
               IF PY-DISCOUNT(PY-INDEX) > 0
                   MOVE "DISC" TO AG-TYPE
                   MOVE PY-DISCOUNT(PY-INDEX) TO AG-AMOUNT
                   WRITE PayablesGlLine
               END-IF

               PERFORM MARK_ONE_PAID
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT
               PERFORM WRITE_REMITTANCE

               ADD 1 TO SUPPLIERS-PAID
               ADD PY-GROSS(PY-INDEX) TO TOTAL-PAID
               ADD PY-DISCOUNT(PY-INDEX) TO TOTAL-DISCOUNT

               MOVE "APPAYRUN" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "SUPPLIER_PAID" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING PY-SUPP-ID(PY-INDEX) " "
                   PY-REFERENCE(PY-INDEX)
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           SCREEN_SUPPLIER_PAYMENT SECTION.
               MOVE "APPAYRUN" TO SP-SOURCE
               MOVE PY-REFERENCE(PY-INDEX) TO SP-REFERENCE
               MOVE SPACES TO SP-CUST-ID
               MOVE PY-NAME(PY-INDEX) TO SP-NAME
               MOVE PY-PAY-ACCT(PY-INDEX) TO SP-ACCOUNT
               MOVE SPACES TO SP-HELD-ITEM
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               IF SP-IS-CLEAR
                   EXIT SECTION
               END-IF
               DISPLAY "Watch-list hit on supplier "
                   PY-SUPP-ID(PY-INDEX) " - payment held under "
                   SP-QUEUE-ID
               MOVE "APPAYRUN" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "SUPP_SCREEN_HOLD" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING PY-SUPP-ID(PY-INDEX) " " SP-QUEUE-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           HOLD_SUPPLIER_ITEMS SECTION.
               ADD 1 TO SUPPLIERS-HELD
               PERFORM HOLD_ONE_SUPPLIER_ITEM
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT.

           HOLD_ONE_SUPPLIER_ITEM SECTION.
               IF PT-IS-SELECTED(PT-INDEX)
                   AND PT-PAY-INDEX(PT-INDEX) = PY-INDEX
                   PERFORM HOLD_PAYABLE
               END-IF.

           MARK_ONE_PAID SECTION.
               IF PT-IS-SELECTED(PT-INDEX)
                   AND PT-PAY-INDEX(PT-INDEX) = PY-INDEX
                   MOVE "P" TO PT-STATUS(PT-INDEX)
                   ADD 1 TO ITEMS-PAID
               END-IF.

           WRITE_REMITTANCE SECTION.
               INITIALIZE REMIT-FILE-NAME
               STRING "REMIT." DELIMITED BY SIZE
                   PY-SUPP-ID(PY-INDEX) DELIMITED BY SPACE
                   "." RUN-DATE DELIMITED BY SIZE
                   INTO REMIT-FILE-NAME
               OPEN OUTPUT RemittanceFile

               MOVE "REMITTANCE ADVICE" TO REMIT-LINE
               WRITE REMIT-LINE
               INITIALIZE REPORT-TEXT
               STRING "To      " PY-SUPP-ID(PY-INDEX) "  "
                   PY-NAME(PY-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REMIT-LINE
               WRITE REMIT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Paid    " RUN-DATE "  to account "
                   PY-PAY-ACCT(PY-INDEX) "  reference "
                   PY-REFERENCE(PY-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REMIT-LINE
               WRITE REMIT-LINE
               MOVE SPACES TO REMIT-LINE
               WRITE REMIT-LINE
               MOVE "Invoice     Due date        Amount    Discount"
                   TO REMIT-LINE
               WRITE REMIT-LINE

               PERFORM WRITE_REMITTANCE_LINE
                   VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-COUNT

               MOVE SPACES TO REMIT-LINE
               WRITE REMIT-LINE
               MOVE PY-GROSS(PY-INDEX) TO AMOUNT-ED
               MOVE PY-DISCOUNT(PY-INDEX) TO DISC-ED
               INITIALIZE REPORT-TEXT
               STRING "Total                " AMOUNT-ED "  " DISC-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REMIT-LINE
               WRITE REMIT-LINE
               MOVE PY-NET(PY-INDEX) TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Amount paid          " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REMIT-LINE
               WRITE REMIT-LINE
               CLOSE RemittanceFile.

           WRITE_REMITTANCE_LINE SECTION.
               IF NOT PT-IS-PAID(PT-INDEX)
                   OR PT-PAY-INDEX(PT-INDEX) NOT = PY-INDEX
                   EXIT SECTION
               END-IF
               MOVE PT-AMOUNT(PT-INDEX) TO AMOUNT-ED
               MOVE PT-DISCOUNT(PT-INDEX) TO DISC-ED
               INITIALIZE REPORT-TEXT
               STRING PT-INV-NO(PT-INDEX) "  "
                   PT-DUE-DATE(PT-INDEX) " " AMOUNT-ED "  " DISC-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REMIT-LINE
               WRITE REMIT-LINE.

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
               IF PT-IS-PAID(PT-INDEX)
                   MOVE PT-SUPP-ID(PT-INDEX) TO PD-SUPP-ID
                   MOVE PT-INV-NO(PT-INDEX) TO PD-INV-NO
                   MOVE PT-DUE-DATE(PT-INDEX) TO PD-DUE-DATE
                   MOVE PT-AMOUNT(PT-INDEX) TO PD-AMOUNT
                   MOVE PT-DISCOUNT(PT-INDEX) TO PD-DISCOUNT
                   MOVE RUN-DATE TO PD-PAID-DATE
                   MOVE PT-PAY-INDEX(PT-INDEX) TO PY-INDEX
                   MOVE PY-REFERENCE(PY-INDEX) TO PD-REFERENCE
                   WRITE PaidListLine
                   EXIT SECTION
               END-IF
               MOVE PT-SUPP-ID(PT-INDEX) TO PL-SUPP-ID
               MOVE PT-INV-NO(PT-INDEX) TO PL-INV-NO
               MOVE PT-DUE-DATE(PT-INDEX) TO PL-DUE-DATE
               MOVE PT-AMOUNT(PT-INDEX) TO PL-AMOUNT
               WRITE PayableListLine
               ADD 1 TO ITEMS-OPEN
               ADD PT-AMOUNT(PT-INDEX) TO TOTAL-OPEN
               PERFORM AGE_ONE_PAYABLE.

           AGE_ONE_PAYABLE SECTION.
               COMPUTE DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PT-DUE-DATE(PT-INDEX))
               EVALUATE TRUE
                   WHEN DAYS-PAST-DUE <= 0
                       MOVE 1 TO BUCKET-INDEX
                   WHEN DAYS-PAST-DUE <= 30
                       MOVE 2 TO BUCKET-INDEX
                   WHEN DAYS-PAST-DUE <= 60
                       MOVE 3 TO BUCKET-INDEX
                   WHEN DAYS-PAST-DUE <= 90
                       MOVE 4 TO BUCKET-INDEX
                   WHEN OTHER
                       MOVE 5 TO BUCKET-INDEX
               END-EVALUATE
               ADD PT-AMOUNT(PT-INDEX) TO BT-AMOUNT(BUCKET-INDEX)

               MOVE 0 TO AA-MATCH
               PERFORM MATCH_ONE_AGING_ENTRY
                   VARYING AA-INDEX FROM 1 BY 1
                   UNTIL AA-INDEX > AA-COUNT
                       OR AA-MATCH > 0
               IF AA-MATCH = 0
                   IF AA-COUNT = 200
                       MOVE "Y" TO AGING-OVERFLOW
                       EXIT SECTION
                   END-IF
                   ADD 1 TO AA-COUNT
                   MOVE AA-COUNT TO AA-MATCH
                   MOVE PT-SUPP-ID(PT-INDEX) TO AA-SUPP-ID(AA-COUNT)
                   MOVE 0 TO AA-BUCKET(AA-COUNT, 1)
                   MOVE 0 TO AA-BUCKET(AA-COUNT, 2)
                   MOVE 0 TO AA-BUCKET(AA-COUNT, 3)
                   MOVE 0 TO AA-BUCKET(AA-COUNT, 4)
                   MOVE 0 TO AA-BUCKET(AA-COUNT, 5)
               END-IF
               ADD PT-AMOUNT(PT-INDEX) TO
                   AA-BUCKET(AA-MATCH, BUCKET-INDEX).

           MATCH_ONE_AGING_ENTRY SECTION.
               IF AA-SUPP-ID(AA-INDEX) = PT-SUPP-ID(PT-INDEX)
                   MOVE AA-INDEX TO AA-MATCH
               END-IF.

           WRITE_AGING_REPORT SECTION.
               OPEN OUTPUT AgingReportFile
               MOVE "---- Accounts Payable Aging ----" TO AGING-LINE
               WRITE AGING-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE
                   "   Open invoices " ITEMS-OPEN
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO AGING-LINE
               WRITE AGING-LINE
               MOVE SPACES TO AGING-LINE
               WRITE AGING-LINE
               MOVE "Supp     Not yet due   1-30 days  31-60 days"
                   TO REPORT-TEXT
               MOVE "  61-90 days     Over 90" TO REPORT-TEXT(45:)
               MOVE REPORT-TEXT TO AGING-LINE
               WRITE AGING-LINE

               PERFORM WRITE_AGING_SUPPLIER
                   VARYING AA-INDEX FROM 1 BY 1
                   UNTIL AA-INDEX > AA-COUNT

               MOVE SPACES TO AGING-LINE
               WRITE AGING-LINE
               INITIALIZE REPORT-TEXT
               MOVE "TOTAL " TO REPORT-TEXT
               PERFORM PLACE_BUCKET_TOTAL
                   VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > 5
               MOVE REPORT-TEXT TO AGING-LINE
               WRITE AGING-LINE
               MOVE TOTAL-OPEN TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Total unpaid " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO AGING-LINE
               WRITE AGING-LINE
               IF AGING-HAS-OVERFLOWED
                   MOVE "Supplier table full - detail incomplete"
                       TO AGING-LINE
                   WRITE AGING-LINE
               END-IF
               CLOSE AgingReportFile.

           WRITE_AGING_SUPPLIER SECTION.
               INITIALIZE REPORT-TEXT
               MOVE AA-SUPP-ID(AA-INDEX) TO REPORT-TEXT
               PERFORM PLACE_SUPPLIER_BUCKET
                   VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > 5
               MOVE REPORT-TEXT TO AGING-LINE
               WRITE AGING-LINE.

           PLACE_SUPPLIER_BUCKET SECTION.
               MOVE AA-BUCKET(AA-INDEX, BUCKET-INDEX) TO BUCKET-ED
               MOVE BUCKET-ED TO
                   REPORT-TEXT(BUCKET-INDEX * 12 - 3:11).

           PLACE_BUCKET_TOTAL SECTION.
               MOVE BT-AMOUNT(BUCKET-INDEX) TO BUCKET-ED
               MOVE BUCKET-ED TO
                   REPORT-TEXT(BUCKET-INDEX * 12 - 3:11).
