                   RECORD KEY IS IC-ITEM
                   FILE STATUS IS COST-FILE-STATUS.

               SELECT AsnExpectedFile ASSIGN TO "ASNEXP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-KEY
                   FILE STATUS IS ASN-FILE-STATUS.

               SELECT AsnDifferenceFile ASSIGN TO "ASNDIFF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIFF-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD PurchaseOrderFile.
               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD ShortShipReportFile.
           01 SHORT-SHIP-LINE PIC X(80).
           FD ItemCostFile.
           COPY ITEMCOST.

           FD AsnExpectedFile.
           COPY ASNEXP.

           FD AsnDifferenceFile.
           01 ASN-DIFF-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).
           01 SHORT-QTY PIC S9(5).
           01 REPORT-TEXT PIC X(80).

           01 ASN-FILE-STATUS PIC XX.
               88 ASN-FILE-OK VALUE "00".
               88 ASN-FILE-MISSING VALUE "35".
           01 DIFF-FILE-STATUS PIC XX.
               88 DIFF-FILE-OK VALUE "00".
           01 ASN-EOF PIC X.
           01 ASN-WORK-TABLE.
               02 ASW-COUNT PIC 99 VALUE 0.
               02 ASW-ENTRY OCCURS 20 TIMES.
                   03 ASW-LOT    PIC X(8).
                   03 ASW-QTY    PIC 9(5).
                   03 ASW-EXPIRY PIC 9(8).
                   03 ASW-NUMBER PIC X(12).
           01 ASW-INDEX PIC 99.
           01 LOT-FROM-ASN PIC X VALUE "N".
               88 LOT-IS-FROM-ASN VALUE "Y".
           01 ASN-CONFIRM PIC X(1).
           01 MORE-LOTS PIC X(1).
           01 DELIVERY-QTY PIC 9(5).
           01 ASN-DIFF-QTY PIC S9(5).
           01 ASN-DIFF-ED PIC -(4)9.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Goods Receipt ----"
                   CLOSE ItemCostFile
                   OPEN I-O ItemCostFile
               END-IF
               OPEN I-O AsnExpectedFile
               OPEN EXTEND AsnDifferenceFile
               IF NOT DIFF-FILE-OK
                   OPEN OUTPUT AsnDifferenceFile
               END-IF

               PERFORM RECEIVE_ONE_DELIVERY
               UNTIL MORE-RECEIPTS NOT = "Y"
               CLOSE ShortShipReportFile
               CLOSE LotFile
               CLOSE ItemCostFile
               IF ASN-FILE-OK
                   CLOSE AsnExpectedFile
               END-IF
               CLOSE AsnDifferenceFile

               PERFORM REWRITE_ORDERS
               DISPLAY "---- Goods Receipt Complete ----"
               END-IF
               DISPLAY "Item name: "
               ACCEPT INPUT-ITEM

               MOVE 0 TO MATCH-INDEX
               PERFORM VARYING PO-INDEX FROM 1 BY 1
                   EXIT SECTION
               END-IF

               PERFORM FIND_ASN_LINES
               IF ASW-COUNT > 0
                   PERFORM RECEIVE_AGAINST_ASN
                   EXIT SECTION
               END-IF

               DISPLAY "Quantity delivered: "
               ACCEPT INPUT-QTY
               PERFORM POST_RECEIPT.

           POST_RECEIPT SECTION.
               PERFORM POST_STOCK
               PERFORM RECORD_LOT
               PERFORM UPDATE_AVERAGE_COST
               PERFORM CLOSE_PO_LINE.

           POST_STOCK SECTION.
               MOVE INPUT-ITEM TO STK-ITEM-NAME
               READ StockFile
                   INVALID KEY
                       CALL "WRITE-AFTER-IMAGE" USING
                           AJ-FILE-ID, AJ-IMAGE
                       DISPLAY "Stock on hand now " STK-ON-HAND
               END-READ.

           CLOSE_PO_LINE SECTION.
               ADD INPUT-QTY TO POT-RECEIVED-QTY(MATCH-INDEX)
               MOVE "R" TO POT-STATUS(MATCH-INDEX)

               END-IF.

           RECORD_LOT SECTION.
               IF NOT LOT-IS-FROM-ASN
                   DISPLAY "Lot number (blank if untracked): "
                   ACCEPT INPUT-LOT
                   IF INPUT-LOT = SPACES
                       EXIT SECTION
                   END-IF
                   DISPLAY "Expiry date (YYYYMMDD): "
                   ACCEPT INPUT-EXPIRY
               END-IF
               IF INPUT-LOT = SPACES
                   EXIT SECTION
               END-IF

               MOVE INPUT-ITEM TO LOT-ITEM
               MOVE INPUT-LOT TO LOT-NUMBER
                           IC-AVG-COST
               END-READ.

           FIND_ASN_LINES SECTION.
               MOVE 0 TO ASW-COUNT
               IF NOT ASN-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO ASN-EOF
               MOVE INPUT-PO-NUMBER TO ASN-PO-NUMBER
               MOVE INPUT-ITEM TO ASN-ITEM
               MOVE LOW-VALUES TO ASN-LOT
               START AsnExpectedFile KEY IS NOT LESS THAN ASN-KEY
                   INVALID KEY
                       MOVE "Y" TO ASN-EOF
               END-START
               PERFORM READ_ONE_ASN_LINE
                   UNTIL ASN-EOF = "Y".

           READ_ONE_ASN_LINE SECTION.
               READ AsnExpectedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ASN-EOF
                       EXIT SECTION
               END-READ
               IF ASN-PO-NUMBER NOT = INPUT-PO-NUMBER
                   OR ASN-ITEM NOT = INPUT-ITEM
                   MOVE "Y" TO ASN-EOF
                   EXIT SECTION
               END-IF
               IF NOT ASN-IS-EXPECTED
                   EXIT SECTION
               END-IF
               IF ASW-COUNT = 20
                   MOVE "Y" TO ASN-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO ASW-COUNT
               MOVE ASN-LOT TO ASW-LOT(ASW-COUNT)
               MOVE ASN-QTY TO ASW-QTY(ASW-COUNT)
               MOVE ASN-EXPIRY TO ASW-EXPIRY(ASW-COUNT)
               MOVE ASN-NUMBER TO ASW-NUMBER(ASW-COUNT).

           RECEIVE_AGAINST_ASN SECTION.
               MOVE 0 TO DELIVERY-QTY
               MOVE "Y" TO LOT-FROM-ASN
               PERFORM RECEIVE_ONE_ASN_LOT
                   VARYING ASW-INDEX FROM 1 BY 1
                   UNTIL ASW-INDEX > ASW-COUNT

               MOVE "Y" TO MORE-LOTS
               PERFORM RECEIVE_EXTRA_LOT
                   UNTIL MORE-LOTS NOT = "Y"
               MOVE "N" TO LOT-FROM-ASN

               IF DELIVERY-QTY = 0
                   DISPLAY "Nothing received - PO line left open."
                   EXIT SECTION
               END-IF
               MOVE DELIVERY-QTY TO INPUT-QTY
               PERFORM UPDATE_AVERAGE_COST
               PERFORM CLOSE_PO_LINE.

           RECEIVE_ONE_ASN_LOT SECTION.
               DISPLAY "ASN " ASW-NUMBER(ASW-INDEX) " lot "
                   ASW-LOT(ASW-INDEX) " qty " ASW-QTY(ASW-INDEX)
                   " expiry " ASW-EXPIRY(ASW-INDEX)
               DISPLAY "Received as shown? (Y = confirm, "
                   "N = override): "
               ACCEPT ASN-CONFIRM
               MOVE ASW-LOT(ASW-INDEX) TO INPUT-LOT
               MOVE ASW-EXPIRY(ASW-INDEX) TO INPUT-EXPIRY
               IF ASN-CONFIRM = "Y"
                   MOVE ASW-QTY(ASW-INDEX) TO INPUT-QTY
               ELSE
                   DISPLAY "Quantity actually received: "
                   ACCEPT INPUT-QTY
                   IF INPUT-QTY > 0 AND INPUT-LOT NOT = SPACES
                       DISPLAY "Expiry date on the goods "
                           "(YYYYMMDD): "
                       ACCEPT INPUT-EXPIRY
                   END-IF
               END-IF

               IF INPUT-QTY NOT = ASW-QTY(ASW-INDEX)
                   OR INPUT-EXPIRY NOT = ASW-EXPIRY(ASW-INDEX)
                   PERFORM WRITE_ASN_DIFFERENCE
               END-IF
               PERFORM MARK_ASN_RECEIVED

               IF INPUT-QTY > 0
                   PERFORM POST_STOCK
                   PERFORM RECORD_LOT
                   ADD INPUT-QTY TO DELIVERY-QTY
               END-IF.

           RECEIVE_EXTRA_LOT SECTION.
               DISPLAY "Any further lot not on the ASN? (Y/N): "
               ACCEPT MORE-LOTS
               IF MORE-LOTS NOT = "Y"
                   EXIT SECTION
               END-IF
               DISPLAY "Lot number (blank if untracked): "
               ACCEPT INPUT-LOT
               MOVE 0 TO INPUT-EXPIRY
               IF INPUT-LOT NOT = SPACES
                   DISPLAY "Expiry date (YYYYMMDD): "
                   ACCEPT INPUT-EXPIRY
               END-IF
               DISPLAY "Quantity received: "
               ACCEPT INPUT-QTY
               IF INPUT-QTY = 0
                   EXIT SECTION
               END-IF

               INITIALIZE ASN-DIFF-LINE
               STRING RUN-DATE " RCV-ASN " INPUT-PO-NUMBER " "
                   INPUT-ITEM " lot " INPUT-LOT " rcvd "
                   INPUT-QTY " not on ASN"
                   DELIMITED BY SIZE INTO ASN-DIFF-LINE
               WRITE ASN-DIFF-LINE

               PERFORM POST_STOCK
               PERFORM RECORD_LOT
               ADD INPUT-QTY TO DELIVERY-QTY.

           WRITE_ASN_DIFFERENCE SECTION.
               COMPUTE ASN-DIFF-QTY = INPUT-QTY - ASW-QTY(ASW-INDEX)
               MOVE ASN-DIFF-QTY TO ASN-DIFF-ED
               INITIALIZE ASN-DIFF-LINE
               IF INPUT-QTY NOT = ASW-QTY(ASW-INDEX)
                   STRING RUN-DATE " RCV-ASN " INPUT-PO-NUMBER " "
                       INPUT-ITEM " lot " INPUT-LOT " asn "
                       ASW-QTY(ASW-INDEX) " diff" ASN-DIFF-ED
                       DELIMITED BY SIZE INTO ASN-DIFF-LINE
               ELSE
                   STRING RUN-DATE " RCV-ASN " INPUT-PO-NUMBER " "
                       INPUT-ITEM " lot " INPUT-LOT " exp "
                       INPUT-EXPIRY " asn " ASW-EXPIRY(ASW-INDEX)
                       DELIMITED BY SIZE INTO ASN-DIFF-LINE
               END-IF
               WRITE ASN-DIFF-LINE
               DISPLAY "Difference from ASN recorded.".

           MARK_ASN_RECEIVED SECTION.
               MOVE INPUT-PO-NUMBER TO ASN-PO-NUMBER
               MOVE INPUT-ITEM TO ASN-ITEM
               MOVE ASW-LOT(ASW-INDEX) TO ASN-LOT
               READ AsnExpectedFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE INPUT-QTY TO ASN-RECEIVED-QTY
               MOVE RUN-DATE TO ASN-RECEIVED-DATE
               MOVE "R" TO ASN-STATUS
               REWRITE ASN-EXPECTED-RECORD.

           REWRITE_ORDERS SECTION.
               OPEN OUTPUT PurchaseOrderFile
               PERFORM VARYING PO-INDEX FROM 1 BY 1
