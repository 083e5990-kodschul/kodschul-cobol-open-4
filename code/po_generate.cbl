               SELECT PoDocumentFile ASSIGN TO "PODOC"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EdiOrderFile ASSIGN TO EDI-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD StockFile.
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

           FD SupplierFile.
           01 SUPPLIER-RECORD.
               02 SUPP-ID   PIC X(6).
               02 SUPP-NAME PIC X(20).
               02 SUPP-PAY-ACCT  PIC X(6).
               02 SUPP-DISC-PCT  PIC 9(2)V99.
               02 SUPP-DISC-DAYS PIC 9(3).

           FD PurchaseOrderFile.
           01 PurchaseOrderLine.
           FD PoDocumentFile.
           01 PO-DOC-LINE PIC X(80).

           FD EdiOrderFile.
           COPY EDIPO.

           WORKING-STORAGE SECTION.
           01 STOCK-FILE-STATUS PIC XX.
               88 STOCK-FILE-OK VALUE "00".
           01 SUPPLIER-NAME-OUT PIC X(20).
           01 REPORT-TEXT PIC X(80).

           01 OUR-BUYER-ID PIC X(10) VALUE "COBOLSTORE".
           01 DATE-INT PIC 9(8).
           01 ORDER-TABLE.
               02 OT-COUNT PIC 9(3) VALUE 0.
               02 ORDER-ENTRY OCCURS 500 TIMES.
                   03 OT-PO-NUMBER  PIC X(14).
                   03 OT-SUPP-ID    PIC X(6).
                   03 OT-ITEM       PIC X(10).
                   03 OT-QTY        PIC 9(5).
                   03 OT-UNIT-COST  PIC 9(4)V99.
                   03 OT-DELIVER-BY PIC 9(8).
                   03 OT-SENT       PIC X(1).
           01 OT-INDEX PIC 9(3).
           01 OT-SCAN PIC 9(3).
           01 ORDER-TABLE-FULL PIC X VALUE "N".
               88 ORDER-TABLE-IS-FULL VALUE "Y".
           01 EDI-FILE-NAME PIC X(40).
           01 EDI-LINE-NO PIC 9(3).
           01 EDI-TOTAL-QTY PIC 9(7).
           01 EDI-DELIVER-BY PIC 9(8).
           01 EDI-FILES PIC 9(3) VALUE 0.

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7).
           01 EV-HASH-TOTAL PIC 9(13)V99.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Purchase Order Generation ----"
               CLOSE PurchaseOrderFile
               CLOSE PoDocumentFile

               PERFORM WRITE_ONE_EDI_ORDER
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT

               DISPLAY "PO lines generated: " LINES-GENERATED
               DISPLAY "Low items without supplier link: "
                   ITEMS-NO-SUPPLIER
               DISPLAY "EDI order files written: " EDI-FILES
               IF ORDER-TABLE-IS-FULL
                   DISPLAY "Too many PO lines for EDI - later lines "
                       "are on PODOC only."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE LINES-GENERATED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- PO Generation Complete ----"
               MOVE RUN-DATE TO PO-ORDER-DATE
               WRITE PurchaseOrderLine
               ADD 1 TO LINES-GENERATED
               PERFORM NOTE_EDI_LINE

               MOVE SPACES TO SUPPLIER-NAME-OUT
               MOVE IS-SUPP-ID TO SUPP-ID
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PO-DOC-LINE
               WRITE PO-DOC-LINE.

           NOTE_EDI_LINE SECTION.
               IF OT-COUNT = 500
                   MOVE "Y" TO ORDER-TABLE-FULL
                   EXIT SECTION
               END-IF
               ADD 1 TO OT-COUNT
               MOVE PO-NUMBER TO OT-PO-NUMBER(OT-COUNT)
               MOVE PO-SUPP-ID TO OT-SUPP-ID(OT-COUNT)
               MOVE PO-ITEM-NAME TO OT-ITEM(OT-COUNT)
               MOVE PO-ORDER-QTY TO OT-QTY(OT-COUNT)
               MOVE IS-UNIT-COST TO OT-UNIT-COST(OT-COUNT)
               COMPUTE DATE-INT = FUNCTION
                   INTEGER-OF-DATE(RUN-DATE) + IS-LEAD-DAYS
               COMPUTE OT-DELIVER-BY(OT-COUNT) = FUNCTION
                   DATE-OF-INTEGER(DATE-INT)
               MOVE "N" TO OT-SENT(OT-COUNT).

           WRITE_ONE_EDI_ORDER SECTION.
               IF OT-SENT(OT-INDEX) = "Y"
                   EXIT SECTION
               END-IF

               INITIALIZE EDI-FILE-NAME
               STRING "EDIPO." DELIMITED BY SIZE
                   OT-SUPP-ID(OT-INDEX) DELIMITED BY SPACE
                   "." RUN-DATE DELIMITED BY SIZE
                   INTO EDI-FILE-NAME
               MOVE 0 TO EV-RECORD-COUNT
               MOVE 0 TO EV-HASH-TOTAL
               MOVE "HDR" TO EV-ACTION
               MOVE EDI-FILE-NAME TO EV-FILE-NAME
               MOVE "EDIPO" TO EV-FILE-ID
               MOVE RUN-DATE TO EV-BUS-DATE
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL
               OPEN EXTEND EdiOrderFile

               MOVE 0 TO EDI-DELIVER-BY
               PERFORM FIND_EDI_DELIVER_BY
                   VARYING OT-SCAN FROM OT-INDEX BY 1
                   UNTIL OT-SCAN > OT-COUNT

               INITIALIZE EDI-ORDER-RECORD
               MOVE "OH" TO EO-REC-TYPE
               MOVE OT-PO-NUMBER(OT-INDEX) TO EO-PO-NUMBER
               MOVE OT-SUPP-ID(OT-INDEX) TO EO-SUPP-ID
               MOVE RUN-DATE TO EO-ORDER-DATE
               MOVE EDI-DELIVER-BY TO EO-DELIVER-BY
               MOVE OUR-BUYER-ID TO EO-BUYER
               WRITE EDI-ORDER-RECORD
               ADD 1 TO EV-RECORD-COUNT

               MOVE 0 TO EDI-LINE-NO
               MOVE 0 TO EDI-TOTAL-QTY
               PERFORM WRITE_EDI_DETAIL
                   VARYING OT-SCAN FROM OT-INDEX BY 1
                   UNTIL OT-SCAN > OT-COUNT

               INITIALIZE EDI-ORDER-RECORD
               MOVE "OT" TO EO-REC-TYPE
               MOVE OT-PO-NUMBER(OT-INDEX) TO EO-PO-NUMBER
               MOVE EDI-LINE-NO TO EO-LINE-COUNT
               MOVE EDI-TOTAL-QTY TO EO-TOTAL-QTY
               WRITE EDI-ORDER-RECORD
               ADD 1 TO EV-RECORD-COUNT
               CLOSE EdiOrderFile

               MOVE EDI-TOTAL-QTY TO EV-HASH-TOTAL
               MOVE "TRL" TO EV-ACTION
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL
               ADD 1 TO EDI-FILES
               DISPLAY "EDI order " OT-PO-NUMBER(OT-INDEX)
                   " lines " EDI-LINE-NO.

           FIND_EDI_DELIVER_BY SECTION.
               IF OT-SUPP-ID(OT-SCAN) = OT-SUPP-ID(OT-INDEX)
                   AND OT-DELIVER-BY(OT-SCAN) > EDI-DELIVER-BY
                   MOVE OT-DELIVER-BY(OT-SCAN) TO EDI-DELIVER-BY
               END-IF.

           WRITE_EDI_DETAIL SECTION.
               IF OT-SUPP-ID(OT-SCAN) NOT = OT-SUPP-ID(OT-INDEX)
                   OR OT-SENT(OT-SCAN) = "Y"
                   EXIT SECTION
               END-IF
               ADD 1 TO EDI-LINE-NO
               INITIALIZE EDI-ORDER-RECORD
               MOVE "OD" TO EO-REC-TYPE
               MOVE OT-PO-NUMBER(OT-SCAN) TO EO-PO-NUMBER
               MOVE EDI-LINE-NO TO EO-LINE-NO
               MOVE OT-ITEM(OT-SCAN) TO EO-ITEM
               MOVE OT-QTY(OT-SCAN) TO EO-QTY
               MOVE OT-UNIT-COST(OT-SCAN) TO EO-UNIT-COST
               WRITE EDI-ORDER-RECORD
               ADD 1 TO EV-RECORD-COUNT
               ADD OT-QTY(OT-SCAN) TO EDI-TOTAL-QTY
               MOVE "Y" TO OT-SENT(OT-SCAN).
