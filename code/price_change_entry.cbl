                       WITH DUPLICATES
                   FILE STATUS IS PRICE-FILE-STATUS.

               SELECT SupplierFile ASSIGN TO "SUPPMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPP-ID
                   FILE STATUS IS SUPP-FILE-STATUS.

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
               02 PM-DEPOSIT-CLASS  PIC X(1).
               02 PM-MIN-AGE        PIC 9(2).

           FD SupplierFile.
           01 SUPPLIER-RECORD.
               02 SUPP-ID   PIC X(6).
               02 SUPP-NAME PIC X(20).
               02 SUPP-PAY-ACCT  PIC X(6).
               02 SUPP-DISC-PCT  PIC 9(2)V99.
               02 SUPP-DISC-DAYS PIC 9(3).

           WORKING-STORAGE SECTION.
           01 PRICE-FILE-STATUS PIC XX.
               88 PRICE-FILE-OK VALUE "00".
           01 SUPP-FILE-STATUS PIC XX.
               88 SUPP-FILE-OK VALUE "00".

           01 OPERATOR-ID PIC X(10).
           01 INPUT-ITEM PIC X(10).
           01 INPUT-EFF-DATE PIC 9(8).
           01 INPUT-FUND-SUPP PIC X(6).
           01 INPUT-FUND-AMOUNT PIC 9(3)V99.
           01 INPUT-FUND-TO PIC 9(8).
           01 MORE-CHANGES PIC X VALUE "Y".

           01 AMOUNT-INPUT    PIC X(10).
               END-IF

               OPEN INPUT PriceMasterFile
               OPEN INPUT SupplierFile
               OPEN EXTEND PendingPriceFile

               PERFORM ENTER_ONE_CHANGE
               UNTIL MORE-CHANGES NOT = "Y"

               CLOSE PriceMasterFile
               IF SUPP-FILE-OK
                   CLOSE SupplierFile
               END-IF
               CLOSE PendingPriceFile
               DISPLAY "---- Price Change Entry Complete ----"
               STOP RUN.
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT INPUT-EFF-DATE

               PERFORM ACCEPT_PRICE_FUNDING

               MOVE INPUT-ITEM TO PP-ITEM-NAME
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT) TO PP-NEW-PRICE
               MOVE INPUT-EFF-DATE TO PP-EFF-DATE
               MOVE OPERATOR-ID TO PP-OPERATOR
               MOVE "P" TO PP-STATUS
               MOVE INPUT-FUND-SUPP TO PP-FUND-SUPP
               MOVE INPUT-FUND-AMOUNT TO PP-FUND-PER-UNIT
               MOVE INPUT-FUND-TO TO PP-FUND-TO
               WRITE PendingPriceLine
               DISPLAY "Price change queued for " INPUT-EFF-DATE

                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           ACCEPT_PRICE_FUNDING SECTION.
               MOVE SPACES TO INPUT-FUND-SUPP
               MOVE 0 TO INPUT-FUND-AMOUNT
               MOVE 0 TO INPUT-FUND-TO
               DISPLAY "Funding supplier id (blank if not "
                   "supplier funded): "
               ACCEPT INPUT-FUND-SUPP
               IF INPUT-FUND-SUPP = SPACES
                   EXIT SECTION
               END-IF
               MOVE INPUT-FUND-SUPP TO SUPP-ID
               READ SupplierFile
                   INVALID KEY
                       DISPLAY "Supplier not on the supplier "
                           "master - change not funded."
                       MOVE SPACES TO INPUT-FUND-SUPP
                       EXIT SECTION
               END-READ
               DISPLAY "Funded amount per unit sold (e.g. 000.25): "
               ACCEPT INPUT-FUND-AMOUNT
               DISPLAY "Funding ends (YYYYMMDD): "
               ACCEPT INPUT-FUND-TO
               IF INPUT-FUND-AMOUNT = 0
                   OR INPUT-FUND-TO < INPUT-EFF-DATE
                   DISPLAY "Invalid funding - change not funded."
                   MOVE SPACES TO INPUT-FUND-SUPP
                   MOVE 0 TO INPUT-FUND-AMOUNT
                   MOVE 0 TO INPUT-FUND-TO
               END-IF.
