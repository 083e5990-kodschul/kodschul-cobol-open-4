           IDENTIFICATION DIVISION.
           PROGRAM-ID. STOCK-TRANSFER.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TransferOrderFile ASSIGN TO "TRFORDER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRF-KEY
                   FILE STATUS IS TRF-FILE-STATUS.

               SELECT StockFile ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM-NAME
                   FILE STATUS IS STOCK-FILE-STATUS.

               SELECT ItemCostFile ASSIGN TO "ITEMCOST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IC-ITEM
                   FILE STATUS IS COST-FILE-STATUS.

               SELECT ShortShipReportFile ASSIGN TO "SHORTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD TransferOrderFile.
           COPY TRFORDER.

           FD StockFile.
           01 STOCK-RECORD.
               02 STK-ITEM-NAME     PIC X(10).
               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD ItemCostFile.
           COPY ITEMCOST.

           FD ShortShipReportFile.
           01 SHORT-SHIP-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 TRF-FILE-STATUS PIC XX.
               88 TRF-FILE-OK VALUE "00".
               88 TRF-FILE-EOF VALUE "10".
               88 TRF-FILE-MISSING VALUE "35".
           01 STOCK-FILE-STATUS PIC XX.
               88 STOCK-FILE-OK VALUE "00".
               88 STOCK-FILE-MISSING VALUE "35".
           01 COST-FILE-STATUS PIC XX.
               88 COST-FILE-OK VALUE "00".
               88 COST-FILE-MISSING VALUE "35".

           01 CHOICE PIC 9.
           01 STORE-ID PIC X(3).
           01 RUN-DATE PIC 9(8).
           01 INPUT-STORE PIC X(3).
           01 INPUT-ITEM PIC X(10).
           01 INPUT-QTY PIC 9(5).
           01 INPUT-TRF-ID PIC X(12).
           01 MORE-LINES PIC X VALUE "Y".

           01 NEW-TRF-ID PIC X(12).
           01 TRF-ID-SEQ PIC 9(3).
           01 NEXT-LINE PIC 9(3).
           01 AVAILABLE-QTY PIC S9(5).
           01 SHORT-QTY PIC 9(5).
           01 COST-BASIS-QTY PIC 9(7).
           01 LINES-SENT PIC 9(3).
           01 LINES-RECEIVED PIC 9(3).
           01 LINES-CLEARED PIC 9(5) VALUE 0.
           01 ID-FOUND PIC X VALUE "N".
               88 ID-IS-FREE VALUE "Y".
           01 STATUS-TEXT PIC X(10).
           01 REPORT-TEXT PIC X(80).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Inter-Store Stock Transfers ----"

               DISPLAY "This store id (e.g. 001): "
               ACCEPT STORE-ID
               IF STORE-ID = SPACES
                   DISPLAY "Store id required."
                   STOP RUN
               END-IF
               ACCEPT RUN-DATE FROM DATE YYYYMMDD

               OPEN I-O TransferOrderFile
               IF TRF-FILE-MISSING
                   OPEN OUTPUT TransferOrderFile
                   CLOSE TransferOrderFile
                   OPEN I-O TransferOrderFile
               END-IF
               OPEN I-O StockFile
               IF STOCK-FILE-MISSING
                   OPEN OUTPUT StockFile
                   CLOSE StockFile
                   OPEN I-O StockFile
               END-IF
               OPEN I-O ItemCostFile
               IF COST-FILE-MISSING
                   OPEN OUTPUT ItemCostFile
                   CLOSE ItemCostFile
                   OPEN I-O ItemCostFile
               END-IF

               PERFORM CLEAR_RECEIVED_TRANSFERS

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE TransferOrderFile
               CLOSE StockFile
               CLOSE ItemCostFile
               DISPLAY "---- Stock Transfers Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Send transfer              *"
               DISPLAY "* 2. Receive transfer           *"
               DISPLAY "* 3. List transfers             *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM SEND_TRANSFER
                   WHEN 2
                       PERFORM RECEIVE_TRANSFER
                   WHEN 3
                       PERFORM LIST_TRANSFERS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           CLEAR_RECEIVED_TRANSFERS SECTION.
               MOVE LOW-VALUES TO TRF-KEY
               START TransferOrderFile KEY IS NOT LESS THAN TRF-KEY
                   INVALID KEY
                       SET TRF-FILE-EOF TO TRUE
               END-START
               PERFORM CLEAR_ONE_TRANSFER_LINE
                   UNTIL TRF-FILE-EOF
               IF LINES-CLEARED > 0
                   DISPLAY "Received transfer lines cleared from "
                       "in-transit: " LINES-CLEARED
               END-IF.

           CLEAR_ONE_TRANSFER_LINE SECTION.
               READ TransferOrderFile NEXT RECORD
                   AT END
                       SET TRF-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF TRF-FROM-STORE NOT = STORE-ID
                   OR NOT TRF-IS-RECEIVED
                   OR TRF-IS-CLEARED
                   EXIT SECTION
               END-IF

               MOVE TRF-ITEM TO STK-ITEM-NAME
               READ StockFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STK-IN-TRANSIT > TRF-QTY-SENT
                           SUBTRACT TRF-QTY-SENT FROM STK-IN-TRANSIT
                       ELSE
                           MOVE 0 TO STK-IN-TRANSIT
                       END-IF
                       REWRITE STOCK-RECORD
                       MOVE "STOCKMST" TO AJ-FILE-ID
                       MOVE STOCK-RECORD TO AJ-IMAGE
                       CALL "WRITE-AFTER-IMAGE" USING
                           AJ-FILE-ID, AJ-IMAGE
               END-READ
               MOVE "Y" TO TRF-SENDER-CLEARED
               REWRITE TRANSFER-ORDER-RECORD
               ADD 1 TO LINES-CLEARED.

           SEND_TRANSFER SECTION.
               DISPLAY "Receiving store id: "
               ACCEPT INPUT-STORE
               IF INPUT-STORE = SPACES OR INPUT-STORE = STORE-ID
                   DISPLAY "Receiving store must be another store."
                   EXIT SECTION
               END-IF

               PERFORM FIND_FREE_TRANSFER_ID
               IF NOT ID-IS-FREE
                   DISPLAY "No transfer numbers left for today."
                   EXIT SECTION
               END-IF
               DISPLAY "Transfer " NEW-TRF-ID " to store "
                   INPUT-STORE

               MOVE 0 TO NEXT-LINE
               MOVE 0 TO LINES-SENT
               MOVE "Y" TO MORE-LINES
               PERFORM PICK_ONE_LINE
                   UNTIL MORE-LINES NOT = "Y"

               IF LINES-SENT = 0
                   DISPLAY "Nothing picked - no transfer raised."
                   EXIT SECTION
               END-IF
               DISPLAY "Transfer " NEW-TRF-ID " dispatched with "
                   LINES-SENT " line(s)."

               MOVE "STOCK" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "TRANSFER_SENT" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING NEW-TRF-ID " " STORE-ID ">" INPUT-STORE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           FIND_FREE_TRANSFER_ID SECTION.
               MOVE "N" TO ID-FOUND
               PERFORM TRY_ONE_TRANSFER_ID
                   VARYING TRF-ID-SEQ FROM 1 BY 1
                   UNTIL ID-IS-FREE OR TRF-ID-SEQ = 999.

           TRY_ONE_TRANSFER_ID SECTION.
               INITIALIZE NEW-TRF-ID
               STRING STORE-ID RUN-DATE(3:6) TRF-ID-SEQ
                   DELIMITED BY SIZE INTO NEW-TRF-ID
               MOVE NEW-TRF-ID TO TRF-ID
               MOVE 1 TO TRF-LINE
               READ TransferOrderFile
                   INVALID KEY
                       MOVE "Y" TO ID-FOUND
               END-READ.

           PICK_ONE_LINE SECTION.
               DISPLAY "Item name (blank to finish): "
               ACCEPT INPUT-ITEM
               IF INPUT-ITEM = SPACES
                   MOVE "N" TO MORE-LINES
                   EXIT SECTION
               END-IF
               IF NEXT-LINE = 999
                   DISPLAY "Transfer is full."
                   MOVE "N" TO MORE-LINES
                   EXIT SECTION
               END-IF
               DISPLAY "Quantity picked: "
               ACCEPT INPUT-QTY
               IF INPUT-QTY = 0
                   EXIT SECTION
               END-IF

               MOVE INPUT-ITEM TO STK-ITEM-NAME
               READ StockFile
                   INVALID KEY
                       DISPLAY "Item has no stock record."
                       EXIT SECTION
               END-READ
               COMPUTE AVAILABLE-QTY = STK-ON-HAND - STK-RESERVED
               IF INPUT-QTY > AVAILABLE-QTY
                   DISPLAY "Only " AVAILABLE-QTY
                       " available to send."
                   EXIT SECTION
               END-IF

               SUBTRACT INPUT-QTY FROM STK-ON-HAND
               ADD INPUT-QTY TO STK-IN-TRANSIT
               REWRITE STOCK-RECORD
               MOVE "STOCKMST" TO AJ-FILE-ID
               MOVE STOCK-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               ADD 1 TO NEXT-LINE
               INITIALIZE TRANSFER-ORDER-RECORD
               MOVE NEW-TRF-ID TO TRF-ID
               MOVE NEXT-LINE TO TRF-LINE
               MOVE STORE-ID TO TRF-FROM-STORE
               MOVE INPUT-STORE TO TRF-TO-STORE
               MOVE INPUT-ITEM TO TRF-ITEM
               MOVE INPUT-QTY TO TRF-QTY-SENT
               MOVE RUN-DATE TO TRF-SENT-DATE
               MOVE "T" TO TRF-STATUS
               MOVE "N" TO TRF-SENDER-CLEARED
               MOVE INPUT-ITEM TO IC-ITEM
               READ ItemCostFile
                   INVALID KEY
                       MOVE 0 TO TRF-UNIT-COST
                   NOT INVALID KEY
                       MOVE IC-AVG-COST TO TRF-UNIT-COST
               END-READ
               WRITE TRANSFER-ORDER-RECORD
               ADD 1 TO LINES-SENT
               DISPLAY "Line " TRF-LINE " " INPUT-ITEM " x "
                   INPUT-QTY " at cost " TRF-UNIT-COST.

           RECEIVE_TRANSFER SECTION.
               DISPLAY "Transfer number: "
               ACCEPT INPUT-TRF-ID
               MOVE INPUT-TRF-ID TO TRF-ID
               MOVE 1 TO TRF-LINE
               READ TransferOrderFile
                   INVALID KEY
                       DISPLAY "Transfer not found."
                       EXIT SECTION
               END-READ
               IF TRF-TO-STORE NOT = STORE-ID
                   DISPLAY "Transfer is addressed to store "
                       TRF-TO-STORE "."
                   EXIT SECTION
               END-IF

               MOVE 0 TO LINES-RECEIVED
               MOVE INPUT-TRF-ID TO TRF-ID
               MOVE 0 TO TRF-LINE
               START TransferOrderFile KEY IS NOT LESS THAN TRF-KEY
                   INVALID KEY
                       SET TRF-FILE-EOF TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO TRF-FILE-STATUS
               END-START
               PERFORM RECEIVE_ONE_LINE
                   UNTIL TRF-FILE-EOF

               IF LINES-RECEIVED = 0
                   DISPLAY "Transfer already received."
                   EXIT SECTION
               END-IF
               DISPLAY "Transfer " INPUT-TRF-ID " received, "
                   LINES-RECEIVED " line(s)."
               MOVE "STOCK" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "TRANSFER_RECEIVED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-TRF-ID " at " STORE-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           RECEIVE_ONE_LINE SECTION.
               READ TransferOrderFile NEXT RECORD
                   AT END
                       SET TRF-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF TRF-ID NOT = INPUT-TRF-ID
                   SET TRF-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               IF NOT TRF-IS-IN-TRANSIT
                   EXIT SECTION
               END-IF

               DISPLAY "Line " TRF-LINE " " TRF-ITEM " sent "
                   TRF-QTY-SENT
               DISPLAY "Quantity received: "
               ACCEPT INPUT-QTY
               IF INPUT-QTY > TRF-QTY-SENT
                   DISPLAY "More than was sent - taken as "
                       TRF-QTY-SENT
                   MOVE TRF-QTY-SENT TO INPUT-QTY
               END-IF

               MOVE INPUT-QTY TO TRF-QTY-RECEIVED
               MOVE RUN-DATE TO TRF-RECEIVED-DATE
               MOVE "R" TO TRF-STATUS
               REWRITE TRANSFER-ORDER-RECORD
               ADD 1 TO LINES-RECEIVED

               IF INPUT-QTY > 0
                   PERFORM BOOK_INTO_STOCK
                   PERFORM UPDATE_AVERAGE_COST
               END-IF

               COMPUTE SHORT-QTY = TRF-QTY-SENT - TRF-QTY-RECEIVED
               IF SHORT-QTY > 0
                   PERFORM RECORD_SHORTAGE
               END-IF.

           BOOK_INTO_STOCK SECTION.
               MOVE TRF-ITEM TO STK-ITEM-NAME
               READ StockFile
                   INVALID KEY
                       MOVE TRF-ITEM TO STK-ITEM-NAME
                       MOVE INPUT-QTY TO STK-ON-HAND
                       MOVE 0 TO STK-RESERVED
                       MOVE 0 TO STK-REORDER-POINT
                       MOVE 0 TO STK-IN-TRANSIT
                       WRITE STOCK-RECORD
                   NOT INVALID KEY
                       ADD INPUT-QTY TO STK-ON-HAND
                       REWRITE STOCK-RECORD
               END-READ
               MOVE "STOCKMST" TO AJ-FILE-ID
               MOVE STOCK-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               DISPLAY "Stock on hand now " STK-ON-HAND.

           UPDATE_AVERAGE_COST SECTION.
               IF TRF-UNIT-COST = 0
                   EXIT SECTION
               END-IF
               MOVE TRF-ITEM TO IC-ITEM
               READ ItemCostFile
                   INVALID KEY
                       MOVE TRF-ITEM TO IC-ITEM
                       MOVE TRF-UNIT-COST TO IC-AVG-COST
                       MOVE INPUT-QTY TO IC-QTY-BASIS
                       WRITE ITEM-COST-RECORD
                   NOT INVALID KEY
                       COMPUTE COST-BASIS-QTY =
                           IC-QTY-BASIS + INPUT-QTY
                       COMPUTE IC-AVG-COST ROUNDED =
                           (IC-QTY-BASIS * IC-AVG-COST
                           + INPUT-QTY * TRF-UNIT-COST)
                           / COST-BASIS-QTY
                       MOVE COST-BASIS-QTY TO IC-QTY-BASIS
                       REWRITE ITEM-COST-RECORD
               END-READ.

           RECORD_SHORTAGE SECTION.
               OPEN EXTEND ShortShipReportFile
               INITIALIZE REPORT-TEXT
               STRING "SHORT TRF " TRF-ID " " TRF-ITEM
                   " sent " TRF-QTY-SENT " received "
                   TRF-QTY-RECEIVED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO SHORT-SHIP-LINE
               WRITE SHORT-SHIP-LINE
               CLOSE ShortShipReportFile
               DISPLAY "Shortage recorded: " SHORT-QTY

               MOVE "STOCK" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "TRANSFER_SHORT" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING TRF-ID " " TRF-ITEM " " SHORT-QTY
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           LIST_TRANSFERS SECTION.
               MOVE LOW-VALUES TO TRF-KEY
               START TransferOrderFile KEY IS NOT LESS THAN TRF-KEY
                   INVALID KEY
                       SET TRF-FILE-EOF TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO TRF-FILE-STATUS
               END-START
               PERFORM LIST_ONE_TRANSFER_LINE
                   UNTIL TRF-FILE-EOF.

           LIST_ONE_TRANSFER_LINE SECTION.
               READ TransferOrderFile NEXT RECORD
                   AT END
                       SET TRF-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF TRF-FROM-STORE NOT = STORE-ID
                   AND TRF-TO-STORE NOT = STORE-ID
                   EXIT SECTION
               END-IF
               IF TRF-IS-IN-TRANSIT
                   MOVE "IN TRANSIT" TO STATUS-TEXT
               ELSE
                   MOVE "RECEIVED" TO STATUS-TEXT
               END-IF
               DISPLAY TRF-ID " " TRF-LINE " " TRF-FROM-STORE ">"
                   TRF-TO-STORE " " TRF-ITEM " sent "
                   TRF-QTY-SENT " rcvd " TRF-QTY-RECEIVED " "
                   TRF-SENT-DATE " " STATUS-TEXT.
