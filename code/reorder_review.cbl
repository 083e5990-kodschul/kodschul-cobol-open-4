           IDENTIFICATION DIVISION.
           PROGRAM-ID. REORDER-REVIEW.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ProposalFile ASSIGN TO "ROPPROP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RP-ITEM
                   FILE STATUS IS PROP-FILE-STATUS.

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

           DATA DIVISION.
           FILE SECTION.
           FD ProposalFile.
           COPY ROPPROP.

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

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 PROP-FILE-STATUS PIC XX.
               88 PROP-FILE-OK VALUE "00".
               88 PROP-FILE-EOF VALUE "10".
           01 STOCK-FILE-STATUS PIC XX.
               88 STOCK-FILE-OK VALUE "00".
           01 LINK-FILE-STATUS PIC XX.
               88 LINK-FILE-OK VALUE "00".

           01 DECISION PIC X.
           01 REVIEW-ENDED PIC X VALUE "N".
               88 REVIEW-IS-ENDED VALUE "Y".
           01 PROPOSALS-ACCEPTED PIC 9(5) VALUE 0.
           01 PROPOSALS-REJECTED PIC 9(5) VALUE 0.
           01 PROPOSALS-LEFT PIC 9(5) VALUE 0.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Reorder Point Review ----"

               OPEN I-O ProposalFile
               IF NOT PROP-FILE-OK
                   DISPLAY "No reorder proposals on file."
                   STOP RUN
               END-IF
               OPEN I-O StockFile
               IF NOT STOCK-FILE-OK
                   DISPLAY "Stock master not available."
                   CLOSE ProposalFile
                   STOP RUN
               END-IF
               OPEN I-O ItemSupplierFile

               DISPLAY "For each proposal enter A to accept, "
                   "R to reject, S to skip, Q to stop."
               MOVE LOW-VALUES TO RP-ITEM
               START ProposalFile KEY IS NOT LESS THAN RP-ITEM
                   INVALID KEY
                       SET PROP-FILE-EOF TO TRUE
               END-START
               PERFORM REVIEW_ONE_PROPOSAL
                   UNTIL PROP-FILE-EOF

               CLOSE ProposalFile
               CLOSE StockFile
               CLOSE ItemSupplierFile

               DISPLAY "Accepted: " PROPOSALS-ACCEPTED
               DISPLAY "Rejected: " PROPOSALS-REJECTED
               DISPLAY "Left for later: " PROPOSALS-LEFT
               DISPLAY "---- Reorder Point Review Complete ----"
               STOP RUN.

           REVIEW_ONE_PROPOSAL SECTION.
               READ ProposalFile NEXT RECORD
                   AT END
                       SET PROP-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT RP-IS-PROPOSED
                   EXIT SECTION
               END-IF
               IF REVIEW-IS-ENDED
                   ADD 1 TO PROPOSALS-LEFT
                   EXIT SECTION
               END-IF

               DISPLAY "----------------------------------------"
               DISPLAY "Item " RP-ITEM "  avg/day " RP-AVG-DAILY
                   "  std dev " RP-STD-DEV "  lead "
                   RP-LEAD-DAYS " days"
               DISPLAY "  Reorder point " RP-OLD-ROP " -> "
                   RP-NEW-ROP "   order qty " RP-OLD-QTY " -> "
                   RP-NEW-QTY
               DISPLAY "Decision (A/R/S/Q): "
               ACCEPT DECISION

               EVALUATE DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPLY_PROPOSAL
                   WHEN "R"
                   WHEN "r"
                       MOVE "R" TO RP-STATUS
                       REWRITE REORDER-PROPOSAL-RECORD
                       ADD 1 TO PROPOSALS-REJECTED
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO REVIEW-ENDED
                       ADD 1 TO PROPOSALS-LEFT
                   WHEN OTHER
                       ADD 1 TO PROPOSALS-LEFT
               END-EVALUATE.

           APPLY_PROPOSAL SECTION.
               MOVE RP-ITEM TO STK-ITEM-NAME
               READ StockFile
                   INVALID KEY
                       DISPLAY "Item no longer on stock master - "
                           "proposal left open."
                       ADD 1 TO PROPOSALS-LEFT
                       EXIT SECTION
               END-READ
               MOVE RP-NEW-ROP TO STK-REORDER-POINT
               REWRITE STOCK-RECORD
               MOVE "STOCKMST" TO AJ-FILE-ID
               MOVE STOCK-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               MOVE RP-ITEM TO IS-ITEM-NAME
               READ ItemSupplierFile
                   INVALID KEY
                       DISPLAY "No supplier link - order quantity "
                           "not changed."
                   NOT INVALID KEY
                       MOVE RP-NEW-QTY TO IS-ORDER-QTY
                       REWRITE ITEM-SUPPLIER-RECORD
               END-READ

               MOVE "A" TO RP-STATUS
               REWRITE REORDER-PROPOSAL-RECORD
               ADD 1 TO PROPOSALS-ACCEPTED

               MOVE "STOCK" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "REORDER_ACCEPTED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING RP-ITEM " ROP " RP-NEW-ROP " QTY " RP-NEW-QTY
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
