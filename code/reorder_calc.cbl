           IDENTIFICATION DIVISION.
           PROGRAM-ID. REORDER-CALC.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT StockFile ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM-NAME
                   FILE STATUS IS STOCK-FILE-STATUS.

               SELECT ItemSupplierFile ASSIGN TO "ITEMSUPP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IS-ITEM-NAME
                   FILE STATUS IS LINK-FILE-STATUS.

               SELECT BasketInFile ASSIGN TO BASKET-IN-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BASKET-IN-FILE-STATUS.

               SELECT ProposalFile ASSIGN TO "ROPPROP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RP-ITEM
                   FILE STATUS IS PROP-FILE-STATUS.

               SELECT ProposalReportFile ASSIGN TO "ROPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD StockFile.
           01 STOCK-RECORD.
               02 STK-ITEM-NAME     PIC X(10).
               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD ItemSupplierFile.
           01 ITEM-SUPPLIER-RECORD.
               02 IS-ITEM-NAME PIC X(10).
               02 IS-SUPP-ID   PIC X(6).
               02 IS-ORDER-QTY PIC 9(5).
               02 IS-UNIT-COST PIC 9(4)V99.
               02 IS-LEAD-DAYS PIC 9(3).

           FD BasketInFile.
           01 ShoppingItemLine.
               02 ITEM_QTY PIC 99.
               02 ITEM_CATEGORY PIC X(1).
               02 ITEM_NAME PIC X(10).
               02 ITEM_FLAG PIC X(1).
               02 ITEM_STORE PIC X(3).
               02 ITEM_CASHIER PIC X(10).
               02 ITEM_WEIGHT PIC 9(3)V999.

           FD ProposalFile.
           COPY ROPPROP.

           FD ProposalReportFile.
           01 PROPOSAL-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 STOCK-FILE-STATUS PIC XX.
               88 STOCK-FILE-OK VALUE "00".
               88 STOCK-FILE-EOF VALUE "10".
           01 LINK-FILE-STATUS PIC XX.
               88 LINK-FILE-OK VALUE "00".
           01 BASKET-IN-FILE-STATUS PIC XX.
               88 BASKET-IN-FILE-OK VALUE "00".
           01 PROP-FILE-STATUS PIC XX.
               88 PROP-FILE-OK VALUE "00".
           01 BASKET-IN-FILE-NAME PIC X(40).
           01 BASKET-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 HISTORY-DAYS PIC 9(3) VALUE 28.
           01 SAFETY-FACTOR PIC 9V99 VALUE 1.65.
           01 COVER-DAYS PIC 9(3) VALUE 14.
           01 DEFAULT-LEAD-DAYS PIC 9(3) VALUE 7.
           01 MINIMUM-DAYS-OF-DATA PIC 9(3) VALUE 7.

           01 ITEM-TABLE.
               02 ITEM-COUNT PIC 9(4) VALUE 0.
               02 ITEM-ENTRY OCCURS 500 TIMES.
                   03 IT-NAME    PIC X(10).
                   03 IT-ROP     PIC 9(5).
                   03 IT-SUM     PIC 9(7).
                   03 IT-SUM-SQ  PIC 9(11).
           01 ITEM-INDEX PIC 9(4).
           01 ITEM-MATCH PIC 9(4).
           01 TABLE-FULL PIC X VALUE "N".
               88 TABLE-IS-FULL VALUE "Y".

           01 DAY-QTY-TABLE.
               02 DAY-QTY PIC 9(5) OCCURS 500 TIMES.

           01 FIRST-DATE-INT PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 SCAN-DATE PIC 9(8).
           01 DAY-NUMBER PIC 9(3).
           01 DAYS-OF-DATA PIC 9(3) VALUE 0.

           01 MEAN-DAILY PIC 9(5)V9(4).
           01 VARIANCE-DAILY PIC S9(9)V9(4).
           01 STD-DEV-DAILY PIC 9(5)V9(4).
           01 LEAD-DAYS PIC 9(3).
           01 NEW-ROP PIC 9(5).
           01 NEW-QTY PIC 9(5).

           01 PROPOSALS-WRITTEN PIC 9(5) VALUE 0.
           01 ITEMS-UNCHANGED PIC 9(5) VALUE 0.
           01 ITEMS-NO-SUPPLIER PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 AVG-ED PIC Z(4)9.99.
           01 SD-ED PIC Z(4)9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Reorder Point Recalculation ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_REORDER_PARAMETERS

               OPEN INPUT StockFile
               IF NOT STOCK-FILE-OK
                   DISPLAY "No stock master on file."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LOW-VALUES TO STK-ITEM-NAME
               START StockFile KEY IS NOT LESS THAN STK-ITEM-NAME
                   INVALID KEY
                       SET STOCK-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_ITEM
                   UNTIL STOCK-FILE-EOF
               CLOSE StockFile
               IF TABLE-IS-FULL
                   DISPLAY "More than 500 stock items - "
                       "remaining items not reviewed."
                   MOVE 4 TO RETURN-CODE
               END-IF

               COMPUTE FIRST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - HISTORY-DAYS
               PERFORM SCAN_ONE_DAY
                   VARYING DAY-NUMBER FROM 0 BY 1
                   UNTIL DAY-NUMBER = HISTORY-DAYS
               DISPLAY "Days of basket history found: "
                   DAYS-OF-DATA

               IF DAYS-OF-DATA < MINIMUM-DAYS-OF-DATA
                   DISPLAY "Not enough sales history - "
                       "no proposals made."
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "ROPCALC" TO ALERT-SOURCE
                   MOVE "reorder review - too little sales history"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN INPUT ItemSupplierFile
               OPEN OUTPUT ProposalFile
               OPEN OUTPUT ProposalReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Reorder Point Proposals " RUN-DATE
                   " (" DAYS-OF-DATA " days) ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROPOSAL-LINE
               WRITE PROPOSAL-LINE
               MOVE "ITEM       AVG/DAY  STD DEV LEAD  ROP OLD  NEW"
                   TO PROPOSAL-LINE
               MOVE "  QTY OLD  NEW" TO PROPOSAL-LINE(47:)
               WRITE PROPOSAL-LINE

               PERFORM PROPOSE_ONE_ITEM
                   VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > ITEM-COUNT

               CLOSE ItemSupplierFile
               CLOSE ProposalFile
               CLOSE ProposalReportFile

               DISPLAY "Proposals for buyer review: "
                   PROPOSALS-WRITTEN
               DISPLAY "Items unchanged:             "
                   ITEMS-UNCHANGED
               DISPLAY "Items without supplier link: "
                   ITEMS-NO-SUPPLIER
               MOVE PROPOSALS-WRITTEN TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Reorder Point Recalculation "
                   "Complete ----"
               GOBACK.

           LOAD_REORDER_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "ROPHISTDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   AND PARM-VALUE > 6
                   AND PARM-VALUE < 366
                   MOVE PARM-VALUE TO HISTORY-DAYS
               END-IF
               MOVE "ROPSAFETY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO SAFETY-FACTOR
               END-IF
               MOVE "ROPCOVERDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO COVER-DAYS
               END-IF
               MOVE "ROPLEADDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO DEFAULT-LEAD-DAYS
               END-IF.

           LOAD_ONE_ITEM SECTION.
               READ StockFile NEXT RECORD
                   AT END
                       SET STOCK-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF ITEM-COUNT = 500
                   MOVE "Y" TO TABLE-FULL
                   SET STOCK-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO ITEM-COUNT
               MOVE STK-ITEM-NAME TO IT-NAME(ITEM-COUNT)
               MOVE STK-REORDER-POINT TO IT-ROP(ITEM-COUNT)
               MOVE 0 TO IT-SUM(ITEM-COUNT)
               MOVE 0 TO IT-SUM-SQ(ITEM-COUNT).

           SCAN_ONE_DAY SECTION.
               COMPUTE DATE-INT = FIRST-DATE-INT + DAY-NUMBER
               COMPUTE SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)
               INITIALIZE BASKET-IN-FILE-NAME
               STRING "BASKET." SCAN-DATE DELIMITED BY SIZE
                   INTO BASKET-IN-FILE-NAME
               OPEN INPUT BasketInFile
               IF NOT BASKET-IN-FILE-OK
                   EXIT SECTION
               END-IF
               ADD 1 TO DAYS-OF-DATA
               INITIALIZE DAY-QTY-TABLE
               MOVE "N" TO BASKET-EOF
               PERFORM READ_ONE_BASKET_LINE
                   UNTIL BASKET-EOF = "Y"
               CLOSE BasketInFile
               PERFORM FOLD_ONE_ITEM_DAY
                   VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > ITEM-COUNT.

           READ_ONE_BASKET_LINE SECTION.
               READ BasketInFile
                   AT END
                       MOVE "Y" TO BASKET-EOF
                       EXIT SECTION
               END-READ
               IF ITEM_FLAG = "R" OR ITEM_QTY IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               MOVE 0 TO ITEM-MATCH
               PERFORM FIND_ITEM
                   VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > ITEM-COUNT
                   OR ITEM-MATCH > 0
               IF ITEM-MATCH > 0
                   ADD ITEM_QTY TO DAY-QTY(ITEM-MATCH)
               END-IF.

           FIND_ITEM SECTION.
               IF IT-NAME(ITEM-INDEX) = ITEM_NAME
                   MOVE ITEM-INDEX TO ITEM-MATCH
               END-IF.

           FOLD_ONE_ITEM_DAY SECTION.
               ADD DAY-QTY(ITEM-INDEX) TO IT-SUM(ITEM-INDEX)
               COMPUTE IT-SUM-SQ(ITEM-INDEX) =
                   IT-SUM-SQ(ITEM-INDEX)
                   + DAY-QTY(ITEM-INDEX) * DAY-QTY(ITEM-INDEX).

           PROPOSE_ONE_ITEM SECTION.
               MOVE IT-NAME(ITEM-INDEX) TO IS-ITEM-NAME
               READ ItemSupplierFile
                   INVALID KEY
                       ADD 1 TO ITEMS-NO-SUPPLIER
                       EXIT SECTION
               END-READ
               IF IS-LEAD-DAYS > 0
                   MOVE IS-LEAD-DAYS TO LEAD-DAYS
               ELSE
                   MOVE DEFAULT-LEAD-DAYS TO LEAD-DAYS
               END-IF

               COMPUTE MEAN-DAILY ROUNDED =
                   IT-SUM(ITEM-INDEX) / DAYS-OF-DATA
               COMPUTE VARIANCE-DAILY ROUNDED =
                   IT-SUM-SQ(ITEM-INDEX) / DAYS-OF-DATA
                   - MEAN-DAILY * MEAN-DAILY
               IF VARIANCE-DAILY > 0
                   COMPUTE STD-DEV-DAILY ROUNDED =
                       FUNCTION SQRT(VARIANCE-DAILY)
               ELSE
                   MOVE 0 TO STD-DEV-DAILY
               END-IF

               COMPUTE NEW-ROP ROUNDED =
                   MEAN-DAILY * LEAD-DAYS
                   + SAFETY-FACTOR * STD-DEV-DAILY
                   * FUNCTION SQRT(LEAD-DAYS)
               COMPUTE NEW-QTY ROUNDED = MEAN-DAILY * COVER-DAYS
               IF NEW-QTY = 0
                   MOVE 1 TO NEW-QTY
               END-IF

               IF NEW-ROP = IT-ROP(ITEM-INDEX)
                   AND NEW-QTY = IS-ORDER-QTY
                   ADD 1 TO ITEMS-UNCHANGED
                   EXIT SECTION
               END-IF

               INITIALIZE REORDER-PROPOSAL-RECORD
               MOVE IT-NAME(ITEM-INDEX) TO RP-ITEM
               MOVE RUN-DATE TO RP-RUN-DATE
               MOVE DAYS-OF-DATA TO RP-DAYS-OF-DATA
               MOVE MEAN-DAILY TO RP-AVG-DAILY
               MOVE STD-DEV-DAILY TO RP-STD-DEV
               MOVE LEAD-DAYS TO RP-LEAD-DAYS
               MOVE IT-ROP(ITEM-INDEX) TO RP-OLD-ROP
               MOVE NEW-ROP TO RP-NEW-ROP
               MOVE IS-ORDER-QTY TO RP-OLD-QTY
               MOVE NEW-QTY TO RP-NEW-QTY
               MOVE "P" TO RP-STATUS
               WRITE REORDER-PROPOSAL-RECORD
               ADD 1 TO PROPOSALS-WRITTEN

               MOVE RP-AVG-DAILY TO AVG-ED
               MOVE RP-STD-DEV TO SD-ED
               INITIALIZE REPORT-TEXT
               STRING RP-ITEM " " AVG-ED " " SD-ED "  "
                   RP-LEAD-DAYS "  " RP-OLD-ROP " " RP-NEW-ROP
                   "    " RP-OLD-QTY " " RP-NEW-QTY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PROPOSAL-LINE
               WRITE PROPOSAL-LINE.
