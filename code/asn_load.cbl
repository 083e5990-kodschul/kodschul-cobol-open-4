           IDENTIFICATION DIVISION.
           PROGRAM-ID. ASN-LOAD.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AsnInFile ASSIGN TO "ASNIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNIN-FILE-STATUS.

               SELECT AsnExpectedFile ASSIGN TO "ASNEXP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-KEY
                   FILE STATUS IS ASN-FILE-STATUS.

               SELECT PurchaseOrderFile ASSIGN TO "PORDERS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PO-FILE-STATUS.

               SELECT AsnDifferenceFile ASSIGN TO "ASNDIFF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIFF-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD AsnInFile.
           COPY EDIASN.

           FD AsnExpectedFile.
           COPY ASNEXP.

           FD PurchaseOrderFile.
           01 PurchaseOrderLine.
               02 PO-NUMBER       PIC X(14).
               02 PO-SUPP-ID      PIC X(6).
               02 PO-ITEM-NAME    PIC X(10).
               02 PO-ORDER-QTY    PIC 9(5).
               02 PO-RECEIVED-QTY PIC 9(5).
               02 PO-STATUS       PIC X(1).
               02 PO-ORDER-DATE   PIC 9(8).

           FD AsnDifferenceFile.
           01 ASN-DIFF-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 ASNIN-FILE-STATUS PIC XX.
               88 ASNIN-FILE-OK VALUE "00".
           01 ASN-FILE-STATUS PIC XX.
               88 ASN-FILE-OK VALUE "00".
               88 ASN-FILE-MISSING VALUE "35".
           01 PO-FILE-STATUS PIC XX.
               88 PO-FILE-OK VALUE "00".
           01 DIFF-FILE-STATUS PIC XX.
               88 DIFF-FILE-OK VALUE "00".
           01 ASNIN-EOF PIC X VALUE "N".
           01 PO-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 PO-TABLE.
               02 PO-COUNT PIC 9(4) VALUE 0.
               02 PO-ENTRY OCCURS 1000 TIMES.
                   03 POT-NUMBER       PIC X(14).
                   03 POT-SUPP-ID      PIC X(6).
                   03 POT-ITEM-NAME    PIC X(10).
                   03 POT-ORDER-QTY    PIC 9(5).
                   03 POT-RECEIVED-QTY PIC 9(5).
                   03 POT-STATUS       PIC X(1).
                   03 POT-ASN-QTY      PIC 9(5).
                   03 POT-ON-ASN       PIC X(1).
           01 PO-INDEX PIC 9(4).
           01 PO-MATCH PIC 9(4).
           01 PO-FOUND PIC X(1).
               88 PO-WAS-FOUND VALUE "Y".
           01 PO-OVERFLOW PIC X VALUE "N".
               88 PO-HAS-OVERFLOWED VALUE "Y".

           01 ASN-PO-TABLE.
               02 AP-COUNT PIC 9(3) VALUE 0.
               02 AP-NUMBER PIC X(14) OCCURS 200 TIMES.
           01 AP-INDEX PIC 9(3).
           01 AP-MATCH PIC 9(3).

           01 CURRENT-HEADER.
               02 CH-ASN-NUMBER PIC X(12).
               02 CH-SUPP-ID    PIC X(6).
               02 CH-PO-NUMBER  PIC X(14).
               02 CH-SHIP-DATE  PIC 9(8).
               02 CH-DUE-DATE   PIC 9(8).
               02 CH-VALID      PIC X(1).
                   88 CH-IS-VALID VALUE "Y".
           01 OPEN-QTY PIC 9(5).
           01 DIFF-QTY PIC S9(5).
           01 DIFF-QTY-ED PIC -(4)9.

           01 ASN-HEADERS PIC 9(5) VALUE 0.
           01 LINES-LOADED PIC 9(5) VALUE 0.
           01 LINES-REJECTED PIC 9(5) VALUE 0.
           01 LINES-DUPLICATE PIC 9(5) VALUE 0.
           01 DIFFERENCES PIC 9(5) VALUE 0.
           01 DIFF-TEXT PIC X(80).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Advance Shipping Notice Load ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN INPUT AsnInFile
               IF NOT ASNIN-FILE-OK
                   DISPLAY "No inbound ASN file found."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               PERFORM LOAD_ORDERS
               IF PO-HAS-OVERFLOWED
                   DISPLAY "More PO lines than the load can carry "
                       "- ASNs not loaded."
                   CLOSE AsnInFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O AsnExpectedFile
               IF ASN-FILE-MISSING
                   OPEN OUTPUT AsnExpectedFile
                   CLOSE AsnExpectedFile
                   OPEN I-O AsnExpectedFile
               END-IF
               IF NOT ASN-FILE-OK
                   DISPLAY "ASN expected-delivery file not "
                       "available."
                   CLOSE AsnInFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN EXTEND AsnDifferenceFile
               IF NOT DIFF-FILE-OK
                   OPEN OUTPUT AsnDifferenceFile
               END-IF

               MOVE "N" TO CH-VALID
               PERFORM READ_ONE_ASN_LINE
                   UNTIL ASNIN-EOF = "Y"
               CLOSE AsnInFile

               PERFORM CHECK_ONE_ORDER_LINE
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT

               CLOSE AsnExpectedFile
               CLOSE AsnDifferenceFile

               DISPLAY "ASN headers read:     " ASN-HEADERS
               DISPLAY "ASN lines loaded:     " LINES-LOADED
               DISPLAY "ASN lines duplicated: " LINES-DUPLICATE
               DISPLAY "ASN lines rejected:   " LINES-REJECTED
               DISPLAY "ASN/order differences: " DIFFERENCES

               IF LINES-REJECTED > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "ASNLOAD" TO ALERT-SOURCE
                   MOVE "ASN lines rejected - see ASNDIFF"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE LINES-LOADED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- ASN Load Complete ----"
               GOBACK.

           LOAD_ORDERS SECTION.
               OPEN INPUT PurchaseOrderFile
               IF NOT PO-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM LOAD_ONE_ORDER
                   UNTIL PO-EOF = "Y"
               CLOSE PurchaseOrderFile.

           LOAD_ONE_ORDER SECTION.
               READ PurchaseOrderFile
                   AT END
                       MOVE "Y" TO PO-EOF
                       EXIT SECTION
               END-READ
               IF PO-COUNT = 1000
                   MOVE "Y" TO PO-OVERFLOW
                   MOVE "Y" TO PO-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO PO-COUNT
               MOVE PO-NUMBER TO POT-NUMBER(PO-COUNT)
               MOVE PO-SUPP-ID TO POT-SUPP-ID(PO-COUNT)
               MOVE PO-ITEM-NAME TO POT-ITEM-NAME(PO-COUNT)
               MOVE PO-ORDER-QTY TO POT-ORDER-QTY(PO-COUNT)
               MOVE PO-RECEIVED-QTY TO POT-RECEIVED-QTY(PO-COUNT)
               MOVE PO-STATUS TO POT-STATUS(PO-COUNT)
               MOVE 0 TO POT-ASN-QTY(PO-COUNT)
               MOVE "N" TO POT-ON-ASN(PO-COUNT).

           READ_ONE_ASN_LINE SECTION.
               READ AsnInFile
                   AT END
                       MOVE "Y" TO ASNIN-EOF
                       EXIT SECTION
               END-READ
               EVALUATE TRUE
                   WHEN EDI-ASN-RECORD(1:6) = "ENVHDR"
                       OR EDI-ASN-RECORD(1:6) = "ENVTRL"
                       CONTINUE
                   WHEN AI-IS-HEADER
                       PERFORM START_ASN_HEADER
                   WHEN AI-IS-DETAIL
                       PERFORM LOAD_ASN_DETAIL
                   WHEN OTHER
                       MOVE "record type not recognised"
                           TO DIFF-TEXT
                       PERFORM REJECT_ASN_LINE
               END-EVALUATE.

           START_ASN_HEADER SECTION.
               ADD 1 TO ASN-HEADERS
               MOVE AI-ASN-NUMBER TO CH-ASN-NUMBER
               MOVE AI-SUPP-ID TO CH-SUPP-ID
               MOVE AI-PO-NUMBER TO CH-PO-NUMBER
               MOVE AI-SHIP-DATE TO CH-SHIP-DATE
               MOVE AI-DUE-DATE TO CH-DUE-DATE
               MOVE "Y" TO CH-VALID

               MOVE "N" TO PO-FOUND
               PERFORM MATCH_ORDER_NUMBER
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT OR PO-WAS-FOUND
               IF NOT PO-WAS-FOUND
                   MOVE "N" TO CH-VALID
                   MOVE "purchase order not on file" TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF
               IF POT-SUPP-ID(PO-MATCH) NOT = CH-SUPP-ID
                   MOVE "N" TO CH-VALID
                   MOVE "supplier differs from the order"
                       TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF

               MOVE 0 TO AP-MATCH
               PERFORM MATCH_ASN_PO
                   VARYING AP-INDEX FROM 1 BY 1
                   UNTIL AP-INDEX > AP-COUNT OR AP-MATCH > 0
               IF AP-MATCH = 0 AND AP-COUNT < 200
                   ADD 1 TO AP-COUNT
                   MOVE CH-PO-NUMBER TO AP-NUMBER(AP-COUNT)
               END-IF.

           MATCH_ORDER_NUMBER SECTION.
               IF POT-NUMBER(PO-INDEX) = CH-PO-NUMBER
                   MOVE "Y" TO PO-FOUND
                   MOVE PO-INDEX TO PO-MATCH
               END-IF.

           MATCH_ASN_PO SECTION.
               IF AP-NUMBER(AP-INDEX) = CH-PO-NUMBER
                   MOVE AP-INDEX TO AP-MATCH
               END-IF.

           LOAD_ASN_DETAIL SECTION.
               IF NOT CH-IS-VALID
                   MOVE "line under a rejected ASN header"
                       TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF
               IF AI-ASN-NUMBER NOT = CH-ASN-NUMBER
                   MOVE "line does not match its ASN header"
                       TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF
               IF AI-QTY IS NOT NUMERIC OR AI-QTY = 0
                   MOVE "shipped quantity missing" TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF

               MOVE "N" TO PO-FOUND
               PERFORM MATCH_ORDER_ITEM
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT OR PO-WAS-FOUND
               IF NOT PO-WAS-FOUND
                   MOVE "item not on the purchase order"
                       TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF
               IF POT-STATUS(PO-MATCH) NOT = "O"
                   MOVE "order line is no longer open" TO DIFF-TEXT
                   PERFORM REJECT_ASN_LINE
                   EXIT SECTION
               END-IF

               MOVE CH-PO-NUMBER TO ASN-PO-NUMBER
               MOVE AI-ITEM TO ASN-ITEM
               MOVE AI-LOT TO ASN-LOT
               READ AsnExpectedFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO LINES-DUPLICATE
                       ADD ASN-QTY TO POT-ASN-QTY(PO-MATCH)
                       MOVE "Y" TO POT-ON-ASN(PO-MATCH)
                       DISPLAY "ASN line already loaded: "
                           CH-PO-NUMBER " " AI-ITEM " " AI-LOT
                       EXIT SECTION
               END-READ

               INITIALIZE ASN-EXPECTED-RECORD
               MOVE CH-PO-NUMBER TO ASN-PO-NUMBER
               MOVE AI-ITEM TO ASN-ITEM
               MOVE AI-LOT TO ASN-LOT
               MOVE CH-ASN-NUMBER TO ASN-NUMBER
               MOVE CH-SUPP-ID TO ASN-SUPP-ID
               MOVE CH-SHIP-DATE TO ASN-SHIP-DATE
               MOVE CH-DUE-DATE TO ASN-DUE-DATE
               MOVE AI-QTY TO ASN-QTY
               MOVE AI-EXPIRY TO ASN-EXPIRY
               MOVE RUN-DATE TO ASN-LOADED
               MOVE 0 TO ASN-RECEIVED-QTY
               MOVE 0 TO ASN-RECEIVED-DATE
               MOVE "E" TO ASN-STATUS
               WRITE ASN-EXPECTED-RECORD
                   INVALID KEY
                       MOVE "could not be stored" TO DIFF-TEXT
                       PERFORM REJECT_ASN_LINE
                       EXIT SECTION
               END-WRITE
               ADD 1 TO LINES-LOADED
               ADD AI-QTY TO POT-ASN-QTY(PO-MATCH)
               MOVE "Y" TO POT-ON-ASN(PO-MATCH).

           MATCH_ORDER_ITEM SECTION.
               IF POT-NUMBER(PO-INDEX) = CH-PO-NUMBER
                   AND POT-ITEM-NAME(PO-INDEX) = AI-ITEM
                   MOVE "Y" TO PO-FOUND
                   MOVE PO-INDEX TO PO-MATCH
               END-IF.

           REJECT_ASN_LINE SECTION.
               ADD 1 TO LINES-REJECTED
               INITIALIZE ASN-DIFF-LINE
               STRING RUN-DATE " ASN-REJ " AI-ASN-NUMBER " "
                   DIFF-TEXT
                   DELIMITED BY SIZE INTO ASN-DIFF-LINE
               WRITE ASN-DIFF-LINE
               DISPLAY "Rejected ASN " AI-ASN-NUMBER " - "
                   DIFF-TEXT.

           CHECK_ONE_ORDER_LINE SECTION.
               IF POT-STATUS(PO-INDEX) NOT = "O"
                   EXIT SECTION
               END-IF
               MOVE 0 TO AP-MATCH
               MOVE POT-NUMBER(PO-INDEX) TO CH-PO-NUMBER
               PERFORM MATCH_ASN_PO
                   VARYING AP-INDEX FROM 1 BY 1
                   UNTIL AP-INDEX > AP-COUNT OR AP-MATCH > 0
               IF AP-MATCH = 0
                   EXIT SECTION
               END-IF

               IF POT-ORDER-QTY(PO-INDEX)
                   > POT-RECEIVED-QTY(PO-INDEX)
                   COMPUTE OPEN-QTY = POT-ORDER-QTY(PO-INDEX)
                       - POT-RECEIVED-QTY(PO-INDEX)
               ELSE
                   MOVE 0 TO OPEN-QTY
               END-IF
               IF POT-ASN-QTY(PO-INDEX) = OPEN-QTY
                   EXIT SECTION
               END-IF

               COMPUTE DIFF-QTY = POT-ASN-QTY(PO-INDEX) - OPEN-QTY
               MOVE DIFF-QTY TO DIFF-QTY-ED
               ADD 1 TO DIFFERENCES
               INITIALIZE ASN-DIFF-LINE
               IF POT-ON-ASN(PO-INDEX) = "N"
                   STRING RUN-DATE " ASN-ORD " POT-NUMBER(PO-INDEX)
                       " " POT-ITEM-NAME(PO-INDEX)
                       " open " OPEN-QTY " not on ASN"
                       DELIMITED BY SIZE INTO ASN-DIFF-LINE
               ELSE
                   STRING RUN-DATE " ASN-ORD " POT-NUMBER(PO-INDEX)
                       " " POT-ITEM-NAME(PO-INDEX)
                       " open " OPEN-QTY " asn "
                       POT-ASN-QTY(PO-INDEX) " diff" DIFF-QTY-ED
                       DELIMITED BY SIZE INTO ASN-DIFF-LINE
               END-IF
               WRITE ASN-DIFF-LINE.
