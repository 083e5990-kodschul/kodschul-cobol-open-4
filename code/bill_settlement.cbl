           IDENTIFICATION DIVISION.
           PROGRAM-ID. BILL-SETTLEMENT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BillPaymentFile ASSIGN TO "BILLPAY"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAY-FILE-STATUS.

               SELECT SettlementFile ASSIGN TO SETTLE-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD BillPaymentFile.
           COPY BILLPAY.

           FD SettlementFile.
           01 SETTLEMENT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 PAY-FILE-STATUS PIC XX.
               88 PAY-FILE-OK VALUE "00".
           01 PAY-EOF PIC X VALUE "N".
           01 SETTLE-FILE-NAME PIC X(40).

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 SETTLE-TABLE.
               02 SETTLE-COUNT PIC 9(2) VALUE 0.
               02 SETTLE-ENTRY OCCURS 50 TIMES.
                   03 ST-BILLER PIC X(6).
                   03 ST-ITEMS  PIC 9(7).
                   03 ST-TOTAL  PIC 9(13)V99.
           01 SETTLE-INDEX PIC 9(2).
           01 BILLER-FOUND PIC X.
               88 BILLER-IS-FOUND VALUE "Y".
           01 TABLE-FULL PIC X VALUE "N".
               88 TABLE-IS-FULL VALUE "Y".
           01 ITEMS-READ PIC 9(7) VALUE 0.
           01 GRAND-TOTAL PIC 9(13)V99 VALUE 0.
           01 AMOUNT-ED PIC Z(12)9.99.

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7).
           01 EV-HASH-TOTAL PIC 9(13)V99.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Biller Settlement Files ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN INPUT BillPaymentFile
               IF NOT PAY-FILE-OK
                   DISPLAY "No bill payments to settle."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING
                       STEP-RECORDS
                   GOBACK
               END-IF
               MOVE "N" TO PAY-EOF
               PERFORM TOTAL_ONE_PAYMENT
               UNTIL PAY-EOF = "Y"
               CLOSE BillPaymentFile

               IF TABLE-IS-FULL
                   DISPLAY "Too many billers in one day - "
                       "settlement not produced."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM WRITE_ONE_SETTLEMENT
                   VARYING SETTLE-INDEX FROM 1 BY 1
                   UNTIL SETTLE-INDEX > SETTLE-COUNT

               OPEN OUTPUT BillPaymentFile
               CLOSE BillPaymentFile

               MOVE GRAND-TOTAL TO AMOUNT-ED
               DISPLAY "Billers settled: " SETTLE-COUNT
               DISPLAY "Items settled: " ITEMS-READ
               DISPLAY "Total settled: " AMOUNT-ED
               MOVE ITEMS-READ TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Biller Settlement Complete ----"
               GOBACK.

           TOTAL_ONE_PAYMENT SECTION.
               READ BillPaymentFile
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       ADD 1 TO ITEMS-READ
                       ADD BP-AMOUNT TO GRAND-TOTAL
                       PERFORM FIND_BILLER_ENTRY
               END-READ.

           FIND_BILLER_ENTRY SECTION.
               MOVE "N" TO BILLER-FOUND
               PERFORM MATCH_ONE_BILLER
                   VARYING SETTLE-INDEX FROM 1 BY 1
                   UNTIL SETTLE-INDEX > SETTLE-COUNT
                       OR BILLER-IS-FOUND
               IF BILLER-IS-FOUND
                   EXIT SECTION
               END-IF
               IF SETTLE-COUNT = 50
                   MOVE "Y" TO TABLE-FULL
                   EXIT SECTION
               END-IF
               ADD 1 TO SETTLE-COUNT
               MOVE BP-BILLER TO ST-BILLER(SETTLE-COUNT)
               MOVE 1 TO ST-ITEMS(SETTLE-COUNT)
               MOVE BP-AMOUNT TO ST-TOTAL(SETTLE-COUNT).

           MATCH_ONE_BILLER SECTION.
               IF ST-BILLER(SETTLE-INDEX) = BP-BILLER
                   MOVE "Y" TO BILLER-FOUND
                   ADD 1 TO ST-ITEMS(SETTLE-INDEX)
                   ADD BP-AMOUNT TO ST-TOTAL(SETTLE-INDEX)
               END-IF.

           WRITE_ONE_SETTLEMENT SECTION.
               INITIALIZE SETTLE-FILE-NAME
               STRING "BILLSET." DELIMITED BY SIZE
                   ST-BILLER(SETTLE-INDEX) DELIMITED BY SPACE
                   "." RUN-DATE DELIMITED BY SIZE
                   INTO SETTLE-FILE-NAME

               MOVE "HDR" TO EV-ACTION
               MOVE SETTLE-FILE-NAME TO EV-FILE-NAME
               MOVE "BILLSET" TO EV-FILE-ID
               MOVE RUN-DATE TO EV-BUS-DATE
               MOVE 0 TO EV-RECORD-COUNT
               MOVE 0 TO EV-HASH-TOTAL
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL

               OPEN EXTEND SettlementFile
               OPEN INPUT BillPaymentFile
               MOVE "N" TO PAY-EOF
               PERFORM COPY_ONE_PAYMENT
               UNTIL PAY-EOF = "Y"
               CLOSE BillPaymentFile
               CLOSE SettlementFile

               MOVE "TRL" TO EV-ACTION
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL

               MOVE ST-TOTAL(SETTLE-INDEX) TO AMOUNT-ED
               DISPLAY ST-BILLER(SETTLE-INDEX) "  items "
                   ST-ITEMS(SETTLE-INDEX) "  total " AMOUNT-ED
                   "  -> " SETTLE-FILE-NAME

               MOVE "BILLSETL" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "BILLER_SETTLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ST-BILLER(SETTLE-INDEX) " items "
                   ST-ITEMS(SETTLE-INDEX)
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           COPY_ONE_PAYMENT SECTION.
               READ BillPaymentFile
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       IF BP-BILLER = ST-BILLER(SETTLE-INDEX)
                           MOVE BILL-PAYMENT-RECORD TO
                               SETTLEMENT-LINE
                           WRITE SETTLEMENT-LINE
                           ADD 1 TO EV-RECORD-COUNT
                           ADD BP-AMOUNT TO EV-HASH-TOTAL
                       END-IF
               END-READ.
