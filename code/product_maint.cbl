           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRODUCT-MAINT.

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
               88 PROD-FILE-MISSING VALUE "35".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 INPUT-CODE PIC X(4).
           01 LIST-EOF PIC X VALUE "N".
           01 PRODUCT-EXISTS PIC X(1).
               88 PRODUCT-IS-NEW VALUE "N".
           01 ENTRY-OK PIC X(1).
               88 ENTRY-IS-OK VALUE "Y".
           01 TIER-INDEX PIC 9.
           01 CURRENCY-INDEX PIC 9.

           01 AMOUNT-INPUT    PIC X(10).
           01 AMOUNT-MIN      PIC S9(9) VALUE 0.
           01 AMOUNT-MAX      PIC S9(9) VALUE 999999999.
           01 AMOUNT-DECIMALS PIC 9 VALUE 2.
           01 AMOUNT-VALID    PIC X(1).
               88 AMOUNT-INPUT-VALID VALUE "Y".

           01 RATE-ED PIC 9.9999.
           01 FLOOR-ED PIC Z(6)9.99.
           01 LIMIT-ED PIC Z(4)9.99.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Account Product Maintenance ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "PRODMAINT" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for product maintenance."
                   STOP RUN
               END-IF

               OPEN I-O ProductFile
               IF PROD-FILE-MISSING
                   OPEN OUTPUT ProductFile
                   CLOSE ProductFile
                   OPEN I-O ProductFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE ProductFile
               DISPLAY "---- Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Define / amend product     *"
               DISPLAY "* 2. List products              *"
               DISPLAY "* 3. Withdraw/relaunch product  *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM DEFINE_PRODUCT
                   WHEN 2
                       PERFORM LIST_PRODUCTS
                   WHEN 3
                       PERFORM CHANGE_PRODUCT_STATUS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           DEFINE_PRODUCT SECTION.
               DISPLAY "Product code (4 characters): "
               ACCEPT INPUT-CODE
               INSPECT INPUT-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF INPUT-CODE = SPACES
                   DISPLAY "Product code is required."
                   EXIT SECTION
               END-IF
               MOVE INPUT-CODE TO PR-CODE
               MOVE "Y" TO PRODUCT-EXISTS
               READ ProductFile
                   INVALID KEY
                       MOVE "N" TO PRODUCT-EXISTS
                       INITIALIZE PRODUCT-RECORD
                       MOVE INPUT-CODE TO PR-CODE
                       MOVE "A" TO PR-STATUS
               END-READ
               IF NOT PRODUCT-IS-NEW
                   PERFORM SHOW_PRODUCT
               END-IF

               PERFORM ENTER_PRODUCT_FIELDS
               IF NOT ENTRY-IS-OK
                   DISPLAY "Product not saved."
                   EXIT SECTION
               END-IF

               IF PRODUCT-IS-NEW
                   WRITE PRODUCT-RECORD
                   DISPLAY "Product created."
                   MOVE "PRODUCT_CREATED" TO AUD-ACTION
               ELSE
                   REWRITE PRODUCT-RECORD
                   DISPLAY "Product updated."
                   MOVE "PRODUCT_CHANGED" TO AUD-ACTION
               END-IF

               MOVE "PRODMAINT" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING PR-CODE " " PR-NAME
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           ENTER_PRODUCT_FIELDS SECTION.
               MOVE "Y" TO ENTRY-OK
               DISPLAY "Product name: "
               ACCEPT PR-NAME
               DISPLAY "Base type (S)avings/(C)hecking: "
               ACCEPT PR-BASE-TYPE
               INSPECT PR-BASE-TYPE CONVERTING "sc" TO "SC"
               IF NOT PR-IS-SAVINGS AND NOT PR-IS-CHECKING
                   DISPLAY "Invalid base type."
                   MOVE "N" TO ENTRY-OK
                   EXIT SECTION
               END-IF

               DISPLAY "Interest rate per accrual day, lowest tier "
                   "(e.g. 0.0150): "
               PERFORM GET_VALID_RATE
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT) TO PR-TIER-RATE(1)
               MOVE 0 TO PR-TIER-FLOOR(1)
               PERFORM ENTER_RATE_TIER
                   VARYING TIER-INDEX FROM 2 BY 1
                   UNTIL TIER-INDEX > 3
               IF PR-TIER-FLOOR(3) > 0
                   AND PR-TIER-FLOOR(3) NOT > PR-TIER-FLOOR(2)
                   DISPLAY "Tier floors must rise from tier to "
                       "tier."
                   MOVE "N" TO ENTRY-OK
                   EXIT SECTION
               END-IF

               DISPLAY "Monthly fee code on the fee schedule "
                   "(blank = none): "
               ACCEPT PR-MAINT-FEE-CODE
               DISPLAY "Closing fee code on the fee schedule "
                   "(blank = none): "
               ACCEPT PR-CLOSE-FEE-CODE
               INSPECT PR-MAINT-FEE-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT PR-CLOSE-FEE-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               DISPLAY "Default withdrawal limit (e.g. 500.00): "
               PERFORM GET_VALID_AMOUNT
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT)
                   TO PR-WITHDRAW-LIMIT
               DISPLAY "Default overdraft limit (e.g. 100.00): "
               PERFORM GET_VALID_AMOUNT
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT)
                   TO PR-OVERDRAFT-LIMIT
               DISPLAY "Minimum balance for a fee-free month "
                   "(0.00 if none): "
               PERFORM GET_VALID_AMOUNT
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT) TO PR-MIN-BALANCE

               DISPLAY "Eligible currencies - up to 4, blank "
                   "for any currency"
               PERFORM ENTER_ONE_CURRENCY
                   VARYING CURRENCY-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-INDEX > 4.

           ENTER_RATE_TIER SECTION.
               DISPLAY "Tier " TIER-INDEX " balance floor "
                   "(0.00 if no tier): "
               PERFORM GET_VALID_AMOUNT
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT)
                   TO PR-TIER-FLOOR(TIER-INDEX)
               IF PR-TIER-FLOOR(TIER-INDEX) = 0
                   MOVE 0 TO PR-TIER-RATE(TIER-INDEX)
                   EXIT SECTION
               END-IF
               DISPLAY "Tier " TIER-INDEX " rate (e.g. 0.0175): "
               PERFORM GET_VALID_RATE
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT)
                   TO PR-TIER-RATE(TIER-INDEX).

           ENTER_ONE_CURRENCY SECTION.
               DISPLAY "Currency " CURRENCY-INDEX ": "
               MOVE SPACES TO PR-CURRENCY(CURRENCY-INDEX)
               ACCEPT PR-CURRENCY(CURRENCY-INDEX)
               INSPECT PR-CURRENCY(CURRENCY-INDEX) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           GET_VALID_AMOUNT SECTION.
               MOVE 999999999 TO AMOUNT-MAX
               MOVE 2 TO AMOUNT-DECIMALS
               MOVE "N" TO AMOUNT-VALID
               PERFORM ACCEPT_ONE_VALUE
                   UNTIL AMOUNT-INPUT-VALID.

           GET_VALID_RATE SECTION.
               MOVE 99999 TO AMOUNT-MAX
               MOVE 4 TO AMOUNT-DECIMALS
               MOVE "N" TO AMOUNT-VALID
               PERFORM ACCEPT_ONE_VALUE
                   UNTIL AMOUNT-INPUT-VALID.

           ACCEPT_ONE_VALUE SECTION.
               ACCEPT AMOUNT-INPUT
               CALL "VALIDATE-NUMERIC" USING AMOUNT-INPUT,
                   AMOUNT-MIN, AMOUNT-MAX, AMOUNT-DECIMALS,
                   AMOUNT-VALID
               IF NOT AMOUNT-INPUT-VALID
                   DISPLAY "Invalid value - try again: "
               END-IF.

           CHANGE_PRODUCT_STATUS SECTION.
               DISPLAY "Product code: "
               ACCEPT INPUT-CODE
               INSPECT INPUT-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE INPUT-CODE TO PR-CODE
               READ ProductFile
                   INVALID KEY
                       DISPLAY "Unknown product code."
                       EXIT SECTION
               END-READ

               IF PR-IS-ACTIVE
                   MOVE "W" TO PR-STATUS
                   MOVE "PRODUCT_WITHDRAWN" TO AUD-ACTION
                   DISPLAY "Product withdrawn - existing accounts "
                       "keep it, no new accounts can be opened."
               ELSE
                   MOVE "A" TO PR-STATUS
                   MOVE "PRODUCT_RELAUNCHED" TO AUD-ACTION
                   DISPLAY "Product back on sale."
               END-IF
               REWRITE PRODUCT-RECORD

               MOVE "PRODMAINT" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE PR-CODE TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           LIST_PRODUCTS SECTION.
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO PR-CODE
               START ProductFile KEY IS NOT LESS THAN PR-CODE
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_PRODUCT
               UNTIL LIST-EOF = "Y".

           LIST_ONE_PRODUCT SECTION.
               READ ProductFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               PERFORM SHOW_PRODUCT.

           SHOW_PRODUCT SECTION.
               DISPLAY "-----------------------------------"
               DISPLAY PR-CODE " " PR-NAME " type " PR-BASE-TYPE
                   " status " PR-STATUS
               PERFORM SHOW_RATE_TIER
                   VARYING TIER-INDEX FROM 1 BY 1
                   UNTIL TIER-INDEX > 3
               DISPLAY "    fees    monthly " PR-MAINT-FEE-CODE
                   " closing " PR-CLOSE-FEE-CODE
               MOVE PR-WITHDRAW-LIMIT TO LIMIT-ED
               DISPLAY "    withdrawal limit " LIMIT-ED
               MOVE PR-OVERDRAFT-LIMIT TO LIMIT-ED
               DISPLAY "    overdraft limit  " LIMIT-ED
               MOVE PR-MIN-BALANCE TO FLOOR-ED
               DISPLAY "    minimum balance " FLOOR-ED
               DISPLAY "    currencies " PR-CURRENCY(1) " "
                   PR-CURRENCY(2) " " PR-CURRENCY(3) " "
                   PR-CURRENCY(4).

           SHOW_RATE_TIER SECTION.
               IF TIER-INDEX > 1
                   AND PR-TIER-FLOOR(TIER-INDEX) = 0
                   EXIT SECTION
               END-IF
               MOVE PR-TIER-FLOOR(TIER-INDEX) TO FLOOR-ED
               MOVE PR-TIER-RATE(TIER-INDEX) TO RATE-ED
               DISPLAY "    tier " TIER-INDEX " from " FLOOR-ED
                   " rate " RATE-ED.
