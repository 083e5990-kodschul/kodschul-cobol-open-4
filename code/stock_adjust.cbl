                       WITH DUPLICATES
                   FILE STATUS IS PRICE-FILE-STATUS.

               SELECT ItemCostFile ASSIGN TO "ITEMCOST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IC-ITEM
                   FILE STATUS IS COST-FILE-STATUS.

               SELECT WasteLogFile ASSIGN TO "WASTELOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD StockFile.
               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD PriceMasterFile.
           01 PRICE-MASTER-RECORD.
               02 PM-DEPOSIT-CLASS  PIC X(1).
               02 PM-MIN-AGE        PIC 9(2).

           FD ItemCostFile.
           COPY ITEMCOST.

           FD WasteLogFile.
           COPY WASTELOG.

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).
               88 STOCK-FILE-MISSING VALUE "35".
           01 PRICE-FILE-STATUS PIC XX.
               88 PRICE-FILE-OK VALUE "00".
           01 COST-FILE-STATUS PIC XX.
               88 COST-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 INPUT-ITEM PIC X(10).
           01 INPUT-QTY PIC S9(5).
           01 INPUT-REORDER PIC 9(5).
           01 INPUT-STORE PIC X(3).
           01 INPUT-WASTE-QTY PIC 9(5).
           01 INPUT-REASON PIC X(1).
           01 LIST-EOF PIC X VALUE "N".

           01 AUD-SOURCE  PIC X(10).
                   OPEN I-O StockFile
               END-IF
               OPEN INPUT PriceMasterFile
               OPEN INPUT ItemCostFile

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE StockFile
               CLOSE PriceMasterFile
               IF COST-FILE-OK
                   CLOSE ItemCostFile
               END-IF
               DISPLAY "---- Stock Adjustment Complete ----"
               STOP RUN.

               DISPLAY "* 1. Set stock level / reorder  *"
               DISPLAY "* 2. Adjust stock (+/-)         *"
               DISPLAY "* 3. List stock on hand         *"
               DISPLAY "* 4. Record waste / shrink      *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE
                   WHEN 3
                       PERFORM LIST_STOCK
                   WHEN 4
                       PERFORM RECORD_WASTE
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       MOVE INPUT-ITEM TO STK-ITEM-NAME
                       MOVE INPUT-QTY TO STK-ON-HAND
                       MOVE INPUT-REORDER TO STK-REORDER-POINT
                       MOVE 0 TO STK-IN-TRANSIT
                       WRITE STOCK-RECORD
                       DISPLAY "Stock record created."
                   NOT INVALID KEY
                       PERFORM AUDIT_STOCK_CHANGE
               END-READ.

           RECORD_WASTE SECTION.
               DISPLAY "Store id (e.g. 001): "
               ACCEPT INPUT-STORE
               IF INPUT-STORE = SPACES
                   MOVE "001" TO INPUT-STORE
               END-IF
               DISPLAY "Item name: "
               ACCEPT INPUT-ITEM
               DISPLAY "Quantity lost: "
               ACCEPT INPUT-WASTE-QTY
               IF INPUT-WASTE-QTY = 0
                   DISPLAY "Nothing recorded."
                   EXIT SECTION
               END-IF
               DISPLAY "Reason: D=damaged E=expired T=theft "
                   "S=sampling R=supplier return"
               ACCEPT INPUT-REASON
               MOVE INPUT-REASON TO WL-REASON
               IF NOT WL-REASON-IS-VALID
                   DISPLAY "Unknown reason code - nothing recorded."
                   EXIT SECTION
               END-IF

               MOVE INPUT-ITEM TO STK-ITEM-NAME
               READ StockFile
                   INVALID KEY
                       DISPLAY "Item has no stock record."
                       EXIT SECTION
               END-READ
               SUBTRACT INPUT-WASTE-QTY FROM STK-ON-HAND
               REWRITE STOCK-RECORD
               MOVE "STOCKMST" TO AJ-FILE-ID
               MOVE STOCK-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               INITIALIZE WASTE-LOG-RECORD
               ACCEPT WL-DATE FROM DATE YYYYMMDD
               MOVE INPUT-STORE TO WL-STORE
               MOVE INPUT-ITEM TO WL-ITEM
               MOVE INPUT-WASTE-QTY TO WL-QTY
               MOVE INPUT-REASON TO WL-REASON
               MOVE 0 TO WL-UNIT-COST
               IF COST-FILE-OK
                   MOVE INPUT-ITEM TO IC-ITEM
                   READ ItemCostFile
                       INVALID KEY
                           DISPLAY "No average cost on file - "
                               "recorded at zero value."
                       NOT INVALID KEY
                           MOVE IC-AVG-COST TO WL-UNIT-COST
                   END-READ
               END-IF
               COMPUTE WL-VALUE = WL-QTY * WL-UNIT-COST
               MOVE "ENTRY" TO WL-SOURCE
               OPEN EXTEND WasteLogFile
               WRITE WASTE-LOG-RECORD
               CLOSE WasteLogFile
               DISPLAY "New on-hand: " STK-ON-HAND
                   "  written off at cost " WL-VALUE

               MOVE "STOCK" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "STOCK_WASTE" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-ITEM " qty " INPUT-WASTE-QTY
                   " rsn " INPUT-REASON
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           AUDIT_STOCK_CHANGE SECTION.
               MOVE "STOCK" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
