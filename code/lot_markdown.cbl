                   RECORD KEY IS POV-KEY
                   FILE STATUS IS POV-FILE-STATUS.

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

               SELECT WasteLogFile ASSIGN TO "WASTELOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD LotFile.
                   03 POV-ITEM  PIC X(10).
               02 POV-PRICE PIC 99V99.

           FD StockFile.
           01 STOCK-RECORD.
               02 STK-ITEM-NAME     PIC X(10).
               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD ItemCostFile.
           COPY ITEMCOST.

           FD WasteLogFile.
           COPY WASTELOG.

           WORKING-STORAGE SECTION.
           01 LOT-FILE-STATUS PIC XX.
               88 LOT-FILE-OK VALUE "00".
           01 POV-FILE-STATUS PIC XX.
               88 POV-FILE-OK VALUE "00".
               88 POV-FILE-MISSING VALUE "35".
           01 STOCK-FILE-STATUS PIC XX.
               88 STOCK-FILE-OK VALUE "00".
           01 COST-FILE-STATUS PIC XX.
               88 COST-FILE-OK VALUE "00".

           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 LOTS-MARKED PIC 9(5) VALUE 0.
           01 LOTS-CLOSED PIC 9(5) VALUE 0.
           01 WRITE-OFF-QTY PIC 9(5).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
                   CLOSE PriceOverrideFile
                   OPEN I-O PriceOverrideFile
               END-IF
               OPEN I-O StockFile
               OPEN INPUT ItemCostFile
               OPEN EXTEND WasteLogFile

               MOVE LOW-VALUES TO LOT-KEY
               START LotFile KEY IS NOT LESS THAN LOT-KEY
               CLOSE LotFile
               CLOSE PriceMasterFile
               CLOSE PriceOverrideFile
               IF STOCK-FILE-OK
                   CLOSE StockFile
               END-IF
               IF COST-FILE-OK
                   CLOSE ItemCostFile
               END-IF
               CLOSE WasteLogFile

               DISPLAY "Lots marked down: " LOTS-MARKED
               DISPLAY "Expired lots closed: " LOTS-CLOSED
               COMPUTE STEP-RECORDS = LOTS-MARKED + LOTS-CLOSED
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Lot Markdown Complete ----"
                   AT END
                       SET LOT-FILE-EOF TO TRUE
                   NOT AT END
                       IF (LOT-IS-ACTIVE OR LOT-IS-MARKED-DOWN)
                           AND LOT-EXPIRY < RUN-DATE
                           PERFORM CLOSE_EXPIRED_LOT
                       ELSE
                           IF LOT-IS-ACTIVE
                               AND LOT-EXPIRY <= MARKDOWN-DATE
                               PERFORM MARKDOWN_THIS_LOT
                           END-IF
                       END-IF
               END-READ.

           CLOSE_EXPIRED_LOT SECTION.
               MOVE 0 TO WRITE-OFF-QTY
               IF STOCK-FILE-OK
                   MOVE LOT-ITEM TO STK-ITEM-NAME
                   READ StockFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE_OFF_LOT_STOCK
                   END-READ
               END-IF

               MOVE "X" TO LOT-STATUS
               REWRITE LOT-RECORD
               ADD 1 TO LOTS-CLOSED
               DISPLAY "Closed expired " LOT-ITEM " lot "
                   LOT-NUMBER " - written off " WRITE-OFF-QTY

               MOVE "MARKDOWN" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "LOT_EXPIRED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING LOT-ITEM " lot " LOT-NUMBER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           WRITE_OFF_LOT_STOCK SECTION.
               IF STK-ON-HAND <= 0
                   EXIT SECTION
               END-IF
               IF STK-ON-HAND < LOT-QTY
                   MOVE STK-ON-HAND TO WRITE-OFF-QTY
               ELSE
                   MOVE LOT-QTY TO WRITE-OFF-QTY
               END-IF
               IF WRITE-OFF-QTY = 0
                   EXIT SECTION
               END-IF
               SUBTRACT WRITE-OFF-QTY FROM STK-ON-HAND
               REWRITE STOCK-RECORD
               MOVE "STOCKMST" TO AJ-FILE-ID
               MOVE STOCK-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               INITIALIZE WASTE-LOG-RECORD
               MOVE RUN-DATE TO WL-DATE
               MOVE STORE-ID TO WL-STORE
               MOVE LOT-ITEM TO WL-ITEM
               MOVE WRITE-OFF-QTY TO WL-QTY
               MOVE "E" TO WL-REASON
               MOVE 0 TO WL-UNIT-COST
               IF COST-FILE-OK
                   MOVE LOT-ITEM TO IC-ITEM
                   READ ItemCostFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IC-AVG-COST TO WL-UNIT-COST
                   END-READ
               END-IF
               COMPUTE WL-VALUE = WL-QTY * WL-UNIT-COST
               MOVE "LOTEXPRY" TO WL-SOURCE
               MOVE LOT-KEY TO WL-REFERENCE
               WRITE WASTE-LOG-RECORD.

           MARKDOWN_THIS_LOT SECTION.
               MOVE LOT-ITEM TO PM-ITEM-NAME
               READ PriceMasterFile
