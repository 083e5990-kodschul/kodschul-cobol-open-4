           IDENTIFICATION DIVISION.
           PROGRAM-ID. SETUP-PRODUCTS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ProductFile ASSIGN TO "PRODMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-CODE
                   FILE STATUS IS PROD-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ProductFile.
           COPY PRODMAST.

           WORKING-STORAGE SECTION.
           01 PROD-FILE-STATUS PIC XX.
               88 PROD-FILE-OK VALUE "00".

           01 PRODUCTS-LOADED PIC 9(3) VALUE 0.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Account Product Catalogue Setup ----".

               OPEN OUTPUT ProductFile

               INITIALIZE PRODUCT-RECORD
               MOVE "SAVE" TO PR-CODE
               MOVE "Standard Savings" TO PR-NAME
               MOVE "S" TO PR-BASE-TYPE
               MOVE 0.0150 TO PR-TIER-RATE(1)
               MOVE 10000.00 TO PR-TIER-FLOOR(2)
               MOVE 0.0175 TO PR-TIER-RATE(2)
               MOVE 50000.00 TO PR-TIER-FLOOR(3)
               MOVE 0.0200 TO PR-TIER-RATE(3)
               MOVE "MAINT-S" TO PR-MAINT-FEE-CODE
               MOVE "CLOSE-S" TO PR-CLOSE-FEE-CODE
               MOVE 500.00 TO PR-WITHDRAW-LIMIT
               MOVE 0 TO PR-OVERDRAFT-LIMIT
               PERFORM WRITE_PRODUCT

               INITIALIZE PRODUCT-RECORD
               MOVE "CHEK" TO PR-CODE
               MOVE "Standard Checking" TO PR-NAME
               MOVE "C" TO PR-BASE-TYPE
               MOVE 0.0025 TO PR-TIER-RATE(1)
               MOVE "MAINT-C" TO PR-MAINT-FEE-CODE
               MOVE "CLOSE-C" TO PR-CLOSE-FEE-CODE
               MOVE 500.00 TO PR-WITHDRAW-LIMIT
               MOVE 100.00 TO PR-OVERDRAFT-LIMIT
               PERFORM WRITE_PRODUCT

               INITIALIZE PRODUCT-RECORD
               MOVE "YTHS" TO PR-CODE
               MOVE "Youth Savings" TO PR-NAME
               MOVE "S" TO PR-BASE-TYPE
               MOVE 0.0200 TO PR-TIER-RATE(1)
               MOVE 100.00 TO PR-WITHDRAW-LIMIT
               MOVE 0 TO PR-OVERDRAFT-LIMIT
               PERFORM WRITE_PRODUCT

               INITIALIZE PRODUCT-RECORD
               MOVE "PRMC" TO PR-CODE
               MOVE "Premium Checking" TO PR-NAME
               MOVE "C" TO PR-BASE-TYPE
               MOVE 0.0025 TO PR-TIER-RATE(1)
               MOVE 25000.00 TO PR-TIER-FLOOR(2)
               MOVE 0.0050 TO PR-TIER-RATE(2)
               MOVE "MAINT-P" TO PR-MAINT-FEE-CODE
               MOVE "CLOSE-C" TO PR-CLOSE-FEE-CODE
               MOVE 1000.00 TO PR-WITHDRAW-LIMIT
               MOVE 1000.00 TO PR-OVERDRAFT-LIMIT
               MOVE 5000.00 TO PR-MIN-BALANCE
               PERFORM WRITE_PRODUCT

               INITIALIZE PRODUCT-RECORD
               MOVE "NTCS" TO PR-CODE
               MOVE "Notice Savings" TO PR-NAME
               MOVE "S" TO PR-BASE-TYPE
               MOVE 0.0250 TO PR-TIER-RATE(1)
               MOVE "CLOSE-S" TO PR-CLOSE-FEE-CODE
               MOVE 0 TO PR-WITHDRAW-LIMIT
               MOVE 0 TO PR-OVERDRAFT-LIMIT
               PERFORM WRITE_PRODUCT

               CLOSE ProductFile

               DISPLAY "Products loaded: " PRODUCTS-LOADED
               DISPLAY "---- Setup Complete ----"
               GOBACK.

           WRITE_PRODUCT SECTION.
               MOVE "A" TO PR-STATUS
               MOVE "USD" TO PR-CURRENCY(1)
               MOVE "EUR" TO PR-CURRENCY(2)
               MOVE "GBP" TO PR-CURRENCY(3)
               WRITE PRODUCT-RECORD
               ADD 1 TO PRODUCTS-LOADED.
