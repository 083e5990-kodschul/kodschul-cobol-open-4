           IDENTIFICATION DIVISION.
           PROGRAM-ID. SHRINK-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BasketInFile ASSIGN TO BASKET-IN-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BASKET-IN-FILE-STATUS.

               SELECT PriceMasterFile ASSIGN TO "PRICEMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-ITEM-NAME
                   ALTERNATE RECORD KEY IS PM-ITEM-EAN
                       WITH DUPLICATES
                   FILE STATUS IS PRICE-FILE-STATUS.

               SELECT WasteLogFile ASSIGN TO "WASTELOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WASTE-FILE-STATUS.

               SELECT ShrinkReportFile ASSIGN TO "SHRINKRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD BasketInFile.
           01 ShoppingItemLine.
               02 ITEM_QTY PIC 99.
               02 ITEM_CATEGORY PIC X(1).
               02 ITEM_NAME PIC X(10).
               02 ITEM_FLAG PIC X(1).
               02 ITEM_STORE PIC X(3).
               02 ITEM_CASHIER PIC X(10).
               02 ITEM_WEIGHT PIC 9(3)V999.

           FD PriceMasterFile.
           01 PRICE-MASTER-RECORD.
               02 PM-ITEM-NAME  PIC X(10).
               02 PM-ITEM-PRICE PIC 99V99.
               02 PM-ITEM-EAN   PIC X(13).
               02 PM-SOLD-BY-WEIGHT PIC X(1).
               02 PM-DEPOSIT-CLASS  PIC X(1).
               02 PM-MIN-AGE        PIC 9(2).

           FD WasteLogFile.
           COPY WASTELOG.

           FD ShrinkReportFile.
           01 SHRINK-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 BASKET-IN-FILE-STATUS PIC XX.
               88 BASKET-IN-FILE-OK VALUE "00".
           01 PRICE-FILE-STATUS PIC XX.
               88 PRICE-FILE-OK VALUE "00".
           01 WASTE-FILE-STATUS PIC XX.
               88 WASTE-FILE-OK VALUE "00".
           01 BASKET-IN-FILE-NAME PIC X(40).
           01 BASKET-EOF PIC X.
           01 WASTE-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 START-INT PIC 9(8).
           01 END-INT PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 SCAN-DATE PIC 9(8).

           01 ITEM-PRICE PIC 99V99.
           01 LINE-REVENUE PIC 9(7)V99.

           01 ITEM-CATEGORY-TABLE.
               02 ICT-COUNT PIC 9(4) VALUE 0.
               02 ICT-ENTRY OCCURS 500 TIMES.
                   03 ICT-ITEM     PIC X(10).
                   03 ICT-CATEGORY PIC X(1).
           01 ICT-INDEX PIC 9(4).
           01 ICT-MATCH PIC 9(4).
           01 FIND-ITEM PIC X(10).

           01 STORE-CAT-TABLE.
               02 SC-COUNT PIC 9(3) VALUE 0.
               02 SC-ENTRY OCCURS 100 TIMES.
                   03 SC-STORE    PIC X(3).
                   03 SC-CATEGORY PIC X(1).
                   03 SC-SALES    PIC 9(9)V99.
                   03 SC-SHRINK   PIC 9(9)V99.
                   03 SC-REASON-VALUE PIC 9(7)V99 OCCURS 5 TIMES.
           01 SC-INDEX PIC 9(3).
           01 SC-MATCH PIC 9(3).
           01 FIND-STORE PIC X(3).
           01 FIND-CATEGORY PIC X(1).

           01 STORE-TABLE.
               02 ST-COUNT PIC 9(3) VALUE 0.
               02 ST-ENTRY OCCURS 20 TIMES.
                   03 ST-STORE  PIC X(3).
                   03 ST-SALES  PIC 9(9)V99.
                   03 ST-SHRINK PIC 9(9)V99.
           01 ST-INDEX PIC 9(3).
           01 ST-MATCH PIC 9(3).

           01 REASON-CODES PIC X(5) VALUE "DETSR".
           01 REASON-INDEX PIC 9.
           01 REASON-SLOT PIC 9.
           01 REASON-TOTALS.
               02 RT-VALUE PIC 9(9)V99 OCCURS 5 TIMES.
           01 TOTAL-SALES PIC 9(9)V99 VALUE 0.
           01 TOTAL-SHRINK PIC 9(9)V99 VALUE 0.
           01 WASTE-LINES PIC 9(5) VALUE 0.
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 SHRINK-PCT PIC 9(3)V99.
           01 REPORT-TEXT PIC X(80).
           01 SALES-ED PIC Z(7)9.99.
           01 SHRINK-ED PIC Z(7)9.99.
           01 PCT-ED PIC ZZ9.99.
           01 REASON-EDS.
               02 REASON-ED PIC Z(5)9.99 OCCURS 5 TIMES.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Monthly Shrink Report ----"
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
               COMPUTE START-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START)
               DISPLAY "Period: " PERIOD-START " - " PERIOD-END
               INITIALIZE REASON-TOTALS

               OPEN INPUT PriceMasterFile
               PERFORM SCAN_ONE_DAY
                   VARYING DATE-INT FROM START-INT BY 1
                   UNTIL DATE-INT > END-INT
               IF PRICE-FILE-OK
                   CLOSE PriceMasterFile
               END-IF

               OPEN INPUT WasteLogFile
               IF WASTE-FILE-OK
                   PERFORM READ_ONE_WASTE
                       UNTIL WASTE-EOF = "Y"
                   CLOSE WasteLogFile
               END-IF

               OPEN OUTPUT ShrinkReportFile
               PERFORM WRITE_REPORT
               CLOSE ShrinkReportFile

               DISPLAY "Waste lines in period: " WASTE-LINES
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Too many stores/categories - "
                       "report incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WASTE-LINES TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Monthly Shrink Report Complete ----"
               GOBACK.

           SCAN_ONE_DAY SECTION.
               COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT)
               INITIALIZE BASKET-IN-FILE-NAME
               STRING "BASKET." SCAN-DATE DELIMITED BY SIZE
                   INTO BASKET-IN-FILE-NAME
               OPEN INPUT BasketInFile
               IF NOT BASKET-IN-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO BASKET-EOF
               PERFORM READ_ONE_BASKET_LINE
                   UNTIL BASKET-EOF = "Y"
               CLOSE BasketInFile.

           READ_ONE_BASKET_LINE SECTION.
               READ BasketInFile
                   AT END
                       MOVE "Y" TO BASKET-EOF
                       EXIT SECTION
               END-READ
               IF ITEM_FLAG = "R"
                   OR ITEM_QTY IS NOT NUMERIC
                   OR ITEM_QTY = 0
                   EXIT SECTION
               END-IF

               MOVE 1.00 TO ITEM-PRICE
               MOVE "N" TO PM-SOLD-BY-WEIGHT
               IF PRICE-FILE-OK
                   MOVE ITEM_NAME TO PM-ITEM-NAME
                   READ PriceMasterFile
                       INVALID KEY
                           MOVE "N" TO PM-SOLD-BY-WEIGHT
                       NOT INVALID KEY
                           MOVE PM-ITEM-PRICE TO ITEM-PRICE
                   END-READ
               END-IF
               IF PM-SOLD-BY-WEIGHT = "Y"
                   AND ITEM_WEIGHT IS NUMERIC
                   AND ITEM_WEIGHT > 0
                   COMPUTE LINE-REVENUE ROUNDED =
                       ITEM_WEIGHT * ITEM-PRICE
               ELSE
                   COMPUTE LINE-REVENUE = ITEM_QTY * ITEM-PRICE
               END-IF

               PERFORM NOTE_ITEM_CATEGORY
               MOVE ITEM_STORE TO FIND-STORE
               MOVE ITEM_CATEGORY TO FIND-CATEGORY
               PERFORM FIND_STORE_CATEGORY
               IF SC-MATCH > 0
                   ADD LINE-REVENUE TO SC-SALES(SC-MATCH)
               END-IF.

           NOTE_ITEM_CATEGORY SECTION.
               MOVE ITEM_NAME TO FIND-ITEM
               MOVE 0 TO ICT-MATCH
               PERFORM CHECK_ONE_ITEM_CATEGORY
                   VARYING ICT-INDEX FROM 1 BY 1
                   UNTIL ICT-INDEX > ICT-COUNT OR ICT-MATCH > 0
               IF ICT-MATCH = 0 AND ICT-COUNT < 500
                   ADD 1 TO ICT-COUNT
                   MOVE ITEM_NAME TO ICT-ITEM(ICT-COUNT)
                   MOVE ITEM_CATEGORY TO ICT-CATEGORY(ICT-COUNT)
               END-IF.

           CHECK_ONE_ITEM_CATEGORY SECTION.
               IF ICT-ITEM(ICT-INDEX) = FIND-ITEM
                   MOVE ICT-INDEX TO ICT-MATCH
               END-IF.

           FIND_STORE_CATEGORY SECTION.
               MOVE 0 TO SC-MATCH
               PERFORM CHECK_ONE_STORE_CATEGORY
                   VARYING SC-INDEX FROM 1 BY 1
                   UNTIL SC-INDEX > SC-COUNT OR SC-MATCH > 0
               IF SC-MATCH = 0
                   IF SC-COUNT < 100
                       ADD 1 TO SC-COUNT
                       INITIALIZE SC-ENTRY(SC-COUNT)
                       MOVE FIND-STORE TO SC-STORE(SC-COUNT)
                       MOVE FIND-CATEGORY TO SC-CATEGORY(SC-COUNT)
                       MOVE SC-COUNT TO SC-MATCH
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW
                   END-IF
               END-IF.

           CHECK_ONE_STORE_CATEGORY SECTION.
               IF SC-STORE(SC-INDEX) = FIND-STORE
                   AND SC-CATEGORY(SC-INDEX) = FIND-CATEGORY
                   MOVE SC-INDEX TO SC-MATCH
               END-IF.

           READ_ONE_WASTE SECTION.
               READ WasteLogFile
                   AT END
                       MOVE "Y" TO WASTE-EOF
                       EXIT SECTION
               END-READ
               IF WL-DATE < PERIOD-START OR WL-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               ADD 1 TO WASTE-LINES

               MOVE 0 TO ICT-MATCH
               MOVE WL-ITEM TO FIND-ITEM
               PERFORM CHECK_ONE_ITEM_CATEGORY
                   VARYING ICT-INDEX FROM 1 BY 1
                   UNTIL ICT-INDEX > ICT-COUNT OR ICT-MATCH > 0
               IF ICT-MATCH > 0
                   MOVE ICT-CATEGORY(ICT-MATCH) TO FIND-CATEGORY
               ELSE
                   MOVE "?" TO FIND-CATEGORY
               END-IF
               MOVE WL-STORE TO FIND-STORE
               PERFORM FIND_STORE_CATEGORY
               IF SC-MATCH = 0
                   EXIT SECTION
               END-IF

               MOVE 0 TO REASON-INDEX
               PERFORM FIND_REASON_SLOT
                   VARYING REASON-SLOT FROM 1 BY 1
                   UNTIL REASON-SLOT > 5 OR REASON-INDEX > 0
               IF REASON-INDEX > 0
                   ADD WL-VALUE TO
                       SC-REASON-VALUE(SC-MATCH, REASON-INDEX)
                   ADD WL-VALUE TO RT-VALUE(REASON-INDEX)
               END-IF
               ADD WL-VALUE TO SC-SHRINK(SC-MATCH).

           FIND_REASON_SLOT SECTION.
               IF REASON-CODES(REASON-SLOT:1) = WL-REASON
                   MOVE REASON-SLOT TO REASON-INDEX
               END-IF.

           WRITE_REPORT SECTION.
               INITIALIZE REPORT-TEXT
               STRING "---- Shrink Report " PERIOD-START " - "
                   PERIOD-END " (at average cost) ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE SPACES TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE "BY STORE, CATEGORY AND REASON:" TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE "STR C   DAMAGED   EXPIRED     THEFT  SAMPLING"
                   TO SHRINK-LINE
               MOVE "    RETURN    PCT" TO SHRINK-LINE(47:)
               WRITE SHRINK-LINE
               PERFORM WRITE_STORE_CATEGORY_LINE
                   VARYING SC-INDEX FROM 1 BY 1
                   UNTIL SC-INDEX > SC-COUNT

               MOVE SPACES TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE "BY STORE:" TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE "STR        SALES       SHRINK    PCT"
                   TO SHRINK-LINE
               WRITE SHRINK-LINE
               PERFORM WRITE_STORE_LINE
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > ST-COUNT

               MOVE SPACES TO SHRINK-LINE
               WRITE SHRINK-LINE
               MOVE "BY REASON:" TO SHRINK-LINE
               WRITE SHRINK-LINE
               PERFORM MOVE_REASON_TOTAL
                   VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > 5
               INITIALIZE REPORT-TEXT
               STRING "ALL  " REASON-ED(1) " " REASON-ED(2) " "
                   REASON-ED(3) " " REASON-ED(4) " "
                   REASON-ED(5)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO SHRINK-LINE
               WRITE SHRINK-LINE

               IF TOTAL-SALES > 0
                   COMPUTE SHRINK-PCT ROUNDED =
                       TOTAL-SHRINK * 100 / TOTAL-SALES
               ELSE
                   MOVE 0 TO SHRINK-PCT
               END-IF
               MOVE TOTAL-SALES TO SALES-ED
               MOVE TOTAL-SHRINK TO SHRINK-ED
               MOVE SHRINK-PCT TO PCT-ED
               INITIALIZE REPORT-TEXT
               STRING "TOTAL sales " SALES-ED "  shrink " SHRINK-ED
                   "  = " PCT-ED "% of sales"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO SHRINK-LINE
               WRITE SHRINK-LINE
               DISPLAY REPORT-TEXT.

           WRITE_STORE_CATEGORY_LINE SECTION.
               PERFORM MOVE_REASON_VALUE
                   VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX > 5
               IF SC-SALES(SC-INDEX) > 0
                   COMPUTE SHRINK-PCT ROUNDED =
                       SC-SHRINK(SC-INDEX) * 100 / SC-SALES(SC-INDEX)
               ELSE
                   MOVE 0 TO SHRINK-PCT
               END-IF
               MOVE SHRINK-PCT TO PCT-ED
               INITIALIZE REPORT-TEXT
               STRING SC-STORE(SC-INDEX) " " SC-CATEGORY(SC-INDEX)
                   " " REASON-ED(1) " " REASON-ED(2) " "
                   REASON-ED(3) " " REASON-ED(4) " "
                   REASON-ED(5) " " PCT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO SHRINK-LINE
               WRITE SHRINK-LINE

               ADD SC-SALES(SC-INDEX) TO TOTAL-SALES
               ADD SC-SHRINK(SC-INDEX) TO TOTAL-SHRINK
               MOVE 0 TO ST-MATCH
               PERFORM CHECK_ONE_STORE
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > ST-COUNT OR ST-MATCH > 0
               IF ST-MATCH = 0
                   IF ST-COUNT < 20
                       ADD 1 TO ST-COUNT
                       MOVE SC-STORE(SC-INDEX) TO ST-STORE(ST-COUNT)
                       MOVE 0 TO ST-SALES(ST-COUNT)
                       MOVE 0 TO ST-SHRINK(ST-COUNT)
                       MOVE ST-COUNT TO ST-MATCH
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW
                       EXIT SECTION
                   END-IF
               END-IF
               ADD SC-SALES(SC-INDEX) TO ST-SALES(ST-MATCH)
               ADD SC-SHRINK(SC-INDEX) TO ST-SHRINK(ST-MATCH).

           CHECK_ONE_STORE SECTION.
               IF ST-STORE(ST-INDEX) = SC-STORE(SC-INDEX)
                   MOVE ST-INDEX TO ST-MATCH
               END-IF.

           MOVE_REASON_VALUE SECTION.
               MOVE SC-REASON-VALUE(SC-INDEX, REASON-INDEX)
                   TO REASON-ED(REASON-INDEX).

           MOVE_REASON_TOTAL SECTION.
               MOVE RT-VALUE(REASON-INDEX) TO REASON-ED(REASON-INDEX).

           WRITE_STORE_LINE SECTION.
               IF ST-SALES(ST-INDEX) > 0
                   COMPUTE SHRINK-PCT ROUNDED =
                       ST-SHRINK(ST-INDEX) * 100 / ST-SALES(ST-INDEX)
               ELSE
                   MOVE 0 TO SHRINK-PCT
               END-IF
               MOVE ST-SALES(ST-INDEX) TO SALES-ED
               MOVE ST-SHRINK(ST-INDEX) TO SHRINK-ED
               MOVE SHRINK-PCT TO PCT-ED
               INITIALIZE REPORT-TEXT
               STRING ST-STORE(ST-INDEX) " " SALES-ED " "
                   SHRINK-ED " " PCT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO SHRINK-LINE
               WRITE SHRINK-LINE.
