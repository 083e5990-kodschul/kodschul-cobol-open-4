               SELECT ShelfLabelFile ASSIGN TO "LABELS"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DealMasterFile ASSIGN TO "DEALMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DL-ID
                   FILE STATUS IS DEAL-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD PendingPriceFile.
               02 PP-EFF-DATE  PIC 9(8).
               02 PP-OPERATOR  PIC X(10).
               02 PP-STATUS    PIC X(1).
               02 PP-FUND-SUPP     PIC X(6).
               02 PP-FUND-PER-UNIT PIC 9(3)V99.
               02 PP-FUND-TO       PIC 9(8).

           FD PriceMasterFile.
           01 PRICE-MASTER-RECORD.
               02 LB-PER-KILO  PIC 99V99.
               02 LB-EFF-DATE  PIC 9(8).

           FD DealMasterFile.
           COPY DEALMAST.

           WORKING-STORAGE SECTION.
           01 PEND-FILE-STATUS PIC XX.
               88 PEND-FILE-OK VALUE "00".
           01 PRICE-FILE-STATUS PIC XX.
               88 PRICE-FILE-OK VALUE "00".
           01 PEND-EOF PIC X VALUE "N".
           01 DEAL-FILE-STATUS PIC XX.
               88 DEAL-FILE-OK VALUE "00".
               88 DEAL-FILE-MISSING VALUE "35".
           01 DEAL-EOF PIC X VALUE "N".
           01 DEAL-OPEN PIC X VALUE "N".
               88 DEAL-IS-OPEN VALUE "Y".
           01 MARKDOWN-SEQ PIC 9(5) VALUE 0.
           01 MARKDOWN-ID.
               02 MARKDOWN-PREFIX PIC X(1) VALUE "M".
               02 MARKDOWN-NUMBER PIC 9(5).
           01 FUNDED-CREATED PIC 9(5) VALUE 0.

           01 RUN-DATE PIC 9(8).
           01 CHANGES-APPLIED PIC 9(5) VALUE 0.
                   03 PT-EFF-DATE  PIC 9(8).
                   03 PT-OPERATOR  PIC X(10).
                   03 PT-STATUS    PIC X(1).
                   03 PT-FUND-SUPP     PIC X(6).
                   03 PT-FUND-PER-UNIT PIC 9(3)V99.
                   03 PT-FUND-TO       PIC 9(8).
           01 PEND-INDEX PIC 9(4).
           01 PEND-OVERFLOW PIC X VALUE "N".
               88 PEND-HAS-OVERFLOWED VALUE "Y".
                   03 LT-PRINTED   PIC X(1).
           01 LABEL-INDEX PIC 9(4).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.

               CLOSE PriceMasterFile
               CLOSE PriceHistoryFile
               IF DEAL-IS-OPEN
                   CLOSE DealMasterFile
               END-IF

               PERFORM WRITE_SHELF_LABELS

               PERFORM REWRITE_PENDING

               DISPLAY "Price changes applied: " CHANGES-APPLIED
               IF FUNDED-CREATED > 0
                   DISPLAY "Funded markdowns set up: " FUNDED-CREATED
               END-IF
               MOVE CHANGES-APPLIED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
                                   PT-OPERATOR(PEND-COUNT)
                               MOVE PP-STATUS TO
                                   PT-STATUS(PEND-COUNT)
                               MOVE PP-FUND-SUPP TO
                                   PT-FUND-SUPP(PEND-COUNT)
                               MOVE PP-FUND-PER-UNIT TO
                                   PT-FUND-PER-UNIT(PEND-COUNT)
                               MOVE PP-FUND-TO TO
                                   PT-FUND-TO(PEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                       PERFORM NOTE_LABEL
                       DISPLAY "Applied " PH-ITEM-NAME " "
                           PH-OLD-PRICE " -> " PH-NEW-PRICE
                       IF PT-FUND-SUPP(PEND-INDEX) NOT = SPACES
                           AND PT-FUND-PER-UNIT(PEND-INDEX) > 0
                           PERFORM CREATE_FUNDED_MARKDOWN
                       END-IF
               END-READ.

           CREATE_FUNDED_MARKDOWN SECTION.
               IF NOT DEAL-IS-OPEN
                   OPEN I-O DealMasterFile
                   IF DEAL-FILE-MISSING
                       OPEN OUTPUT DealMasterFile
                       CLOSE DealMasterFile
                       OPEN I-O DealMasterFile
                   END-IF
                   IF NOT DEAL-FILE-OK
                       DISPLAY "Deal master not available - funding "
                           "for " PT-ITEM-NAME(PEND-INDEX)
                           " not set up."
                       EXIT SECTION
                   END-IF
                   MOVE "Y" TO DEAL-OPEN
                   PERFORM FIND_LAST_MARKDOWN_ID
               END-IF

               ADD 1 TO MARKDOWN-SEQ
               MOVE MARKDOWN-SEQ TO MARKDOWN-NUMBER
               INITIALIZE DEAL-MASTER-RECORD
               MOVE MARKDOWN-ID TO DL-ID
               MOVE "M" TO DL-TYPE
               MOVE "I" TO DL-SCOPE
               MOVE PT-ITEM-NAME(PEND-INDEX) TO DL-ITEM
               MOVE SPACE TO DL-CATEGORY
               MOVE 1 TO DL-QTY
               MOVE 0 TO DL-FREE-QTY
               MOVE 0 TO DL-BUNDLE-PRICE
               MOVE PT-EFF-DATE(PEND-INDEX) TO DL-FROM-DATE
               MOVE PT-FUND-TO(PEND-INDEX) TO DL-TO-DATE
               MOVE "A" TO DL-STATUS
               MOVE PT-FUND-SUPP(PEND-INDEX) TO DL-FUND-SUPP
               MOVE PT-FUND-PER-UNIT(PEND-INDEX) TO DL-FUND-PER-UNIT
               WRITE DEAL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Funded markdown " MARKDOWN-ID
                           " could not be written."
                       EXIT SECTION
               END-WRITE
               ADD 1 TO FUNDED-CREATED
               DISPLAY "Funded markdown " DL-ID " for " DL-ITEM
                   " by supplier " DL-FUND-SUPP

               MOVE "PRICEAPPL" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "FUNDED_MARKDOWN" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING DL-ID " " DL-ITEM " " DL-FUND-SUPP
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           FIND_LAST_MARKDOWN_ID SECTION.
               MOVE 0 TO MARKDOWN-SEQ
               MOVE "N" TO DEAL-EOF
               MOVE "M00000" TO DL-ID
               START DealMasterFile KEY IS NOT LESS THAN DL-ID
                   INVALID KEY
                       MOVE "Y" TO DEAL-EOF
               END-START
               PERFORM READ_MARKDOWN_ID
                   UNTIL DEAL-EOF = "Y".

           READ_MARKDOWN_ID SECTION.
               READ DealMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO DEAL-EOF
                       EXIT SECTION
               END-READ
               IF DL-ID(1:1) NOT = "M"
                   MOVE "Y" TO DEAL-EOF
                   EXIT SECTION
               END-IF
               IF DL-ID(2:5) IS NUMERIC
                   MOVE DL-ID(2:5) TO MARKDOWN-SEQ
               END-IF.

           NOTE_LABEL SECTION.
               IF LABEL-COUNT NOT < 500
                   EXIT SECTION
                   MOVE PT-EFF-DATE(PEND-INDEX) TO PP-EFF-DATE
                   MOVE PT-OPERATOR(PEND-INDEX) TO PP-OPERATOR
                   MOVE PT-STATUS(PEND-INDEX) TO PP-STATUS
                   MOVE PT-FUND-SUPP(PEND-INDEX) TO PP-FUND-SUPP
                   MOVE PT-FUND-PER-UNIT(PEND-INDEX) TO
                       PP-FUND-PER-UNIT
                   MOVE PT-FUND-TO(PEND-INDEX) TO PP-FUND-TO
                   WRITE PendingPriceLine
               END-PERFORM
               CLOSE PendingPriceFile.
