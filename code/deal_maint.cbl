                       WITH DUPLICATES
                   FILE STATUS IS PRICE-FILE-STATUS.

               SELECT SupplierFile ASSIGN TO "SUPPMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUPP-ID
                   FILE STATUS IS SUPP-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD DealMasterFile.
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
           01 DEAL-FILE-STATUS PIC XX.
               88 DEAL-FILE-OK VALUE "00".
               88 DEAL-FILE-MISSING VALUE "35".
           01 PRICE-FILE-STATUS PIC XX.
               88 PRICE-FILE-OK VALUE "00".
           01 SUPP-FILE-STATUS PIC XX.
               88 SUPP-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 INPUT-DEAL-ID PIC X(6).
           01 INPUT-PRICE PIC 9(4)V99.
           01 INPUT-FROM PIC 9(8).
           01 INPUT-TO PIC 9(8).
           01 INPUT-FUND-SUPP PIC X(6).
           01 INPUT-FUND-AMOUNT PIC 9(3)V99.
           01 ENTRY-OK PIC X VALUE "N".
               88 ENTRY-IS-OK VALUE "Y".
           01 LIST-EOF PIC X VALUE "N".

               PERFORM OPEN_DEAL_FILE
               OPEN INPUT PriceMasterFile
               OPEN INPUT SupplierFile

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE DealMasterFile
               CLOSE PriceMasterFile
               IF SUPP-FILE-OK
                   CLOSE SupplierFile
               END-IF
               DISPLAY "---- Deal Maintenance Complete ----"
               STOP RUN.

                   ACCEPT INPUT-TO
               END-IF

               IF ENTRY-IS-OK
                   PERFORM ACCEPT_DEAL_FUNDING
               END-IF

               IF ENTRY-IS-OK
                   MOVE INPUT-DEAL-ID TO DL-ID
                   MOVE INPUT-TYPE TO DL-TYPE
                   MOVE INPUT-FROM TO DL-FROM-DATE
                   MOVE INPUT-TO TO DL-TO-DATE
                   MOVE "A" TO DL-STATUS
                   MOVE INPUT-FUND-SUPP TO DL-FUND-SUPP
                   MOVE INPUT-FUND-AMOUNT TO DL-FUND-PER-UNIT
                   WRITE DEAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Deal could not be written."
                   END-WRITE
               END-IF.

           ACCEPT_DEAL_FUNDING SECTION.
               MOVE SPACES TO INPUT-FUND-SUPP
               MOVE 0 TO INPUT-FUND-AMOUNT
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
                           "master."
                       MOVE "N" TO ENTRY-OK
                       EXIT SECTION
               END-READ
               DISPLAY "Funded amount per unit sold (e.g. 000.25): "
               ACCEPT INPUT-FUND-AMOUNT
               IF INPUT-FUND-AMOUNT = 0
                   DISPLAY "Funded amount must be above zero."
                   MOVE "N" TO ENTRY-OK
               END-IF.

           CANCEL_DEAL SECTION.
               DISPLAY "Deal id to cancel: "
               ACCEPT INPUT-DEAL-ID
               END-START

               DISPLAY "DEAL   T S ITEM       C QTY FREE "
                   "BUNDLE  FROM     TO       ST FUNDED BY  "
                   "PER UNIT"
               PERFORM LIST_ONE_DEAL
               UNTIL LIST-EOF = "Y".

                           DL-QTY "  " DL-FREE-QTY "   "
                           DL-BUNDLE-PRICE " " DL-FROM-DATE
                           " " DL-TO-DATE " " DL-STATUS
                           "  " DL-FUND-SUPP "  " DL-FUND-PER-UNIT
               END-READ.
