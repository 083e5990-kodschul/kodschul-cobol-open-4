                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SHIFT-FILE-STATUS.

               SELECT ShiftHistoryFile ASSIGN TO "ZSHIFTHS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SHIFTHS-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT VoidLogFile ASSIGN TO "VOIDLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT VendorAccrualFile ASSIGN TO "VNDACCR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACCRUAL-FILE-STATUS.

               SELECT PromoCodeFile ASSIGN TO "PROMOCDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROMO-CODE
                   FILE STATUS IS PROMO-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ShoppingBasketFile.
               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD UserCredentialsFile.
           COPY USERCRED.
               02 RF-ITEM   PIC X(10).
               02 RF-QTY    PIC 99.
               02 RF-AMOUNT PIC 9(5)V99.
               02 RF-STORE     PIC X(3).
               02 RF-CASHIER   PIC X(10).
               02 RF-RCPT-DATE PIC 9(8).
               02 RF-RCPT-SEQ  PIC 9(4).

           FD RefundReceiptFile.
           01 RefundReceiptLine PIC X(80).
               02 RCP-PAID     PIC 9(5)V99.
               02 RCP-REFUNDED PIC 99.
               02 RCP-TENDER   PIC X(10).
               02 RCP-CUST-ID  PIC X(6).
               02 RCP-CATEGORY PIC X(1).

           FD RefusalLogFile.
           01 RefusalLogLine.
           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD VoidLogFile.
           COPY VOIDLOG.

           FD VendorAccrualFile.
           COPY VNDACCR.

           FD PromoCodeFile.
           COPY PROMOCDS.

           FD ShiftTotalsFile.
           01 ShiftTotalsLine.
               02 ZS-CASHIER   PIC X(10).
               02 ZS-GROSS     PIC 9(7)V99.
               02 ZS-DISCOUNTS PIC 9(7)V99.
               02 ZS-REFUNDS   PIC 9(7)V99.
               02 ZS-LINE-VOIDS      PIC 9(5).
               02 ZS-LINE-VOID-VALUE PIC 9(7)V99.
               02 ZS-POST-VOIDS      PIC 9(5).
               02 ZS-POST-VOID-VALUE PIC 9(7)V99.

           FD ShiftHistoryFile.
           01 ShiftHistoryLine.
               02 ZH-CASHIER   PIC X(10).
               02 ZH-DATE      PIC 9(8).
               02 ZH-BASKETS   PIC 9(5).
               02 ZH-GROSS     PIC 9(7)V99.
               02 ZH-CLOSED-AT PIC 9(6).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 LOY-FILE-STATUS PIC XX.
               88 LOY-FILE-OK VALUE "00".
               88 LOY-FILE-MISSING VALUE "35".
           01 LOYALTY_CUST PIC X(6) VALUE SPACES.
           01 LOYALTY_ACTIVE PIC X VALUE "N".
               88 LOYALTY-IS-ACTIVE VALUE "Y".
           01 WANTS_REDEEM PIC X(1).
           01 GC_INPUT_NUMBER PIC X(10).
           01 GC_SALE_AMOUNT PIC 9(5)V99 VALUE 0.
           01 GC_TENDER_AMOUNT PIC 9(5)V99 VALUE 0.
           01 GC_SOLD_NUMBER PIC X(10).

           01 SHIFT-FILE-STATUS PIC XX.
               88 SHIFT-FILE-OK VALUE "00".
           01 SHIFTHS-FILE-STATUS PIC XX.
               88 SHIFTHS-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 WANTS_ACCT_PAY PIC X(1).
           01 PAY_ACCOUNT PIC X(6).
           01 PAY_PIN PIC X(4).
           01 PAY_AMOUNT PIC 9(5)V99 VALUE 0.
           01 ACCT_AVAILABLE PIC S9(7)V99.

           01 TRANS-LOG-RECORD.
               88 SIGNON-IS-OK VALUE "Y".
           01 Z_ITEMS PIC 9(7) VALUE 0.
           01 Z_REFUNDS PIC 9(7)V99 VALUE 0.
           01 Z_LINE_VOIDS PIC 9(5) VALUE 0.
           01 Z_LINE_VOID_VALUE PIC 9(7)V99 VALUE 0.
           01 Z_POST_VOIDS PIC 9(5) VALUE 0.
           01 Z_POST_VOID_VALUE PIC 9(7)V99 VALUE 0.
           01 WANTS_SIGNOFF PIC X(1).
           01 SHIFT-EOF PIC X.
           01 SHIFT-TABLE.
                   03 SH-GROSS     PIC 9(7)V99.
                   03 SH-DISCOUNTS PIC 9(7)V99.
                   03 SH-REFUNDS   PIC 9(7)V99.
                   03 SH-LINE-VOIDS      PIC 9(5).
                   03 SH-LINE-VOID-VALUE PIC 9(7)V99.
                   03 SH-POST-VOIDS      PIC 9(5).
                   03 SH-POST-VOID-VALUE PIC 9(7)V99.
           01 SHIFT-INDEX PIC 9(3).
           01 SHIFT-SLOT PIC 9(3).
           01 SHIFT-OVERFLOW PIC X VALUE "N".
           01 EMB_USED PIC X VALUE "N".
               88 EMB-IS-USED VALUE "Y".

           01 PENDING_SCANS.
               02 PEND_COUNT PIC 999 VALUE 0.
               02 PEND_LINE OCCURS 200 TIMES.
                   03 PEND_QTY      PIC 99.
                   03 PEND_WEIGHT   PIC 9(3)V999.
                   03 PEND_CATEGORY PIC X(1).
                   03 PEND_NAME     PIC X(10).
                   03 PEND_PRICE    PIC 9(4)V99.
           01 PEND_INDEX PIC 999.
           01 VOID_LINE_NO PIC 999.
           01 VOID_VALUE PIC 9(5)V99.
           01 WANTS_POST_VOID PIC X(1).
           01 SALE_REGISTERED PIC X VALUE "N".
               88 SALE-IS-REGISTERED VALUE "Y".
           01 POST_VOID_OK PIC X.
               88 POST-VOID-CAN-PROCEED VALUE "Y".

           01 POV-FILE-STATUS PIC XX.
               88 POV-FILE-OK VALUE "00".
           01 OVERRIDES_ON PIC X VALUE "N".
           01 DEAL_GROUP_COST PIC 9(5)V99.
           01 DEAL_TODAY PIC 9(8).
           01 DEAL_SCAN PIC 999.
           01 DEAL_FUNDED_UNITS PIC 9(5).

           01 ACCRUAL-FILE-STATUS PIC XX.
               88 ACCRUAL-FILE-OK VALUE "00".
           01 FUNDING_TABLE.
               02 FUND_COUNT PIC 99 VALUE 0.
               02 FUND_ENTRY OCCURS 50 TIMES.
                   03 FUND_DEAL_ID  PIC X(6).
                   03 FUND_SUPP_ID  PIC X(6).
                   03 FUND_ITEM     PIC X(10).
                   03 FUND_UNITS    PIC 9(5).
                   03 FUND_PER_UNIT PIC 9(3)V99.
                   03 FUND_AMOUNT   PIC 9(7)V99.
           01 FUND_SCAN PIC 99.

           01 ORDER-FILE-STATUS PIC XX.
               88 ORDER-FILE-OK VALUE "00".
           01 PROMO_CODE PIC X(10).
           01 DISCOUNT_PERCENT PIC 9V99 VALUE 0.
           01 DISCOUNT_AMOUNT PIC 9(5)V99 VALUE 0.
           01 PROMO-FILE-STATUS PIC XX.
               88 PROMO-FILE-OK VALUE "00".
           01 COUPON_BASE PIC 9(5)V99 VALUE 0.
           01 COUPON_CUST PIC X(6).
           01 COUPON_TODAY PIC 9(8).
           01 COUPON_REDEEMED PIC X VALUE "N".
               88 COUPON-IS-REDEEMED VALUE "Y".
           01 FINAL_AMOUNT PIC 9(5)V99 VALUE 0.

           01 SUBTOTAL_GROCERIES PIC 9(5)V99 VALUE 0.
                   STOP RUN
               END-IF
               PERFORM PROCESS_ITEMS.
               PERFORM POST_VOID_MODE.
               PERFORM RETURNS_MODE.
               PERFORM UPDATE_SHIFT_TOTALS.
               PERFORM SIGNOFF_PROMPT.
                   EXIT SECTION
               END-IF
               MOVE 0 TO USER-TRIES
               ACCEPT USER-LAST-SIGNON FROM DATE YYYYMMDD
               REWRITE USER-CREDENTIAL-RECORD
               CLOSE UserCredentialsFile
               MOVE "Y" TO SIGNON_OK
                       MOVE 0 TO SH-GROSS(SHIFT-SLOT)
                       MOVE 0 TO SH-DISCOUNTS(SHIFT-SLOT)
                       MOVE 0 TO SH-REFUNDS(SHIFT-SLOT)
                       MOVE 0 TO SH-LINE-VOIDS(SHIFT-SLOT)
                       MOVE 0 TO SH-LINE-VOID-VALUE(SHIFT-SLOT)
                       MOVE 0 TO SH-POST-VOIDS(SHIFT-SLOT)
                       MOVE 0 TO SH-POST-VOID-VALUE(SHIFT-SLOT)
                   END-IF
               END-IF
               IF SHIFT-SLOT = 0
               ADD DEAL_SAVINGS TO SH-DISCOUNTS(SHIFT-SLOT)
               ADD STAFF_DISCOUNT TO SH-DISCOUNTS(SHIFT-SLOT)
               ADD Z_REFUNDS TO SH-REFUNDS(SHIFT-SLOT)
               ADD Z_LINE_VOIDS TO SH-LINE-VOIDS(SHIFT-SLOT)
               ADD Z_LINE_VOID_VALUE TO
                   SH-LINE-VOID-VALUE(SHIFT-SLOT)
               ADD Z_POST_VOIDS TO SH-POST-VOIDS(SHIFT-SLOT)
               ADD Z_POST_VOID_VALUE TO
                   SH-POST-VOID-VALUE(SHIFT-SLOT)

               PERFORM SAVE_SHIFT_TOTALS.

                                   SH-DISCOUNTS(SHIFT-COUNT)
                               MOVE ZS-REFUNDS TO
                                   SH-REFUNDS(SHIFT-COUNT)
                               MOVE ZS-LINE-VOIDS TO
                                   SH-LINE-VOIDS(SHIFT-COUNT)
                               MOVE ZS-LINE-VOID-VALUE TO
                                   SH-LINE-VOID-VALUE(SHIFT-COUNT)
                               MOVE ZS-POST-VOIDS TO
                                   SH-POST-VOIDS(SHIFT-COUNT)
                               MOVE ZS-POST-VOID-VALUE TO
                                   SH-POST-VOID-VALUE(SHIFT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                       MOVE SH-DISCOUNTS(SHIFT-INDEX) TO
                           ZS-DISCOUNTS
                       MOVE SH-REFUNDS(SHIFT-INDEX) TO ZS-REFUNDS
                       MOVE SH-LINE-VOIDS(SHIFT-INDEX) TO
                           ZS-LINE-VOIDS
                       MOVE SH-LINE-VOID-VALUE(SHIFT-INDEX) TO
                           ZS-LINE-VOID-VALUE
                       MOVE SH-POST-VOIDS(SHIFT-INDEX) TO
                           ZS-POST-VOIDS
                       MOVE SH-POST-VOID-VALUE(SHIFT-INDEX) TO
                           ZS-POST-VOID-VALUE
                       WRITE ShiftTotalsLine
                   END-IF
               END-PERFORM
                   SH-DISCOUNTS(SHIFT-SLOT)
               DISPLAY "Refunds issued : "
                   SH-REFUNDS(SHIFT-SLOT)
               DISPLAY "Line voids     : "
                   SH-LINE-VOIDS(SHIFT-SLOT) "  value "
                   SH-LINE-VOID-VALUE(SHIFT-SLOT)
               DISPLAY "Post-voids     : "
                   SH-POST-VOIDS(SHIFT-SLOT) "  value "
                   SH-POST-VOID-VALUE(SHIFT-SLOT)

               MOVE "SHOPPING" TO AUD-SOURCE
               MOVE CASHIER_ID TO AUD-USER
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               OPEN EXTEND ShiftHistoryFile
               IF NOT SHIFTHS-FILE-OK
                   OPEN OUTPUT ShiftHistoryFile
               END-IF
               MOVE SH-CASHIER(SHIFT-SLOT) TO ZH-CASHIER
               MOVE SH-DATE(SHIFT-SLOT) TO ZH-DATE
               MOVE SH-BASKETS(SHIFT-SLOT) TO ZH-BASKETS
               MOVE SH-GROSS(SHIFT-SLOT) TO ZH-GROSS
               ACCEPT ZH-CLOSED-AT FROM TIME
               WRITE ShiftHistoryLine
               CLOSE ShiftHistoryFile

               MOVE SPACES TO SH-CASHIER(SHIFT-SLOT)
               PERFORM SAVE_SHIFT_TOTALS.

           POST_VOID_MODE SECTION.
               IF TRAINING-IS-ON
                   EXIT SECTION
               END-IF
               IF NOT SALE-IS-REGISTERED
                   EXIT SECTION
               END-IF
               DISPLAY "Post-void this receipt? (Y/N): "
               ACCEPT WANTS_POST_VOID
               IF WANTS_POST_VOID NOT = "Y"
                   EXIT SECTION
               END-IF

               DISPLAY "Post-void needs supervisor approval."
               PERFORM SUPERVISOR_CONFIRM
               IF NOT SUPERVISOR-IS-OK
                   DISPLAY "Post-void not authorised."
                   MOVE "SHOPPING" TO AUD-SOURCE
                   MOVE CASHIER_ID TO AUD-USER
                   MOVE "POST_VOID_REFUSED" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING "receipt " REG-TODAY "/" REG-NEXT-SEQ
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
                   EXIT SECTION
               END-IF

               MOVE "Y" TO POST_VOID_OK
               IF PAY_AMOUNT > 0
                   PERFORM POST_VOID_ACCOUNT
               END-IF
               IF NOT POST-VOID-CAN-PROCEED
                   DISPLAY "Post-void abandoned - account tender "
                       "could not be reversed."
                   EXIT SECTION
               END-IF

               IF LOYALTY-IS-ACTIVE
                   PERFORM POST_VOID_LOYALTY
               END-IF
               IF GC_SALE_AMOUNT > 0 OR GC_TENDER_AMOUNT > 0
                   PERFORM POST_VOID_GIFTCARDS
               END-IF
               IF PFAND_TENDER_AMT > 0
                   PERFORM POST_VOID_PFAND_VOUCHER
               END-IF
               IF COUPON-IS-REDEEMED
                   PERFORM POST_VOID_COUPON
               END-IF
               IF FUND_COUNT > 0
                   MOVE "V" TO VA-TYPE
                   PERFORM WRITE_FUNDING_LINES
               END-IF

               OPEN EXTEND ShoppingBasketFile
               PERFORM POST_VOID_ONE_LINE
               VARYING REG-SCAN FROM 1 BY 1
               UNTIL REG-SCAN > SHOPPING_SIZE
               CLOSE ShoppingBasketFile

               PERFORM POST_VOID_REGISTRY

               COMPUTE VOID_VALUE = TOTAL_AMOUNT
                   - DISCOUNT_AMOUNT - REDEEM_VALUE
                   - DEAL_SAVINGS - STAFF_DISCOUNT
               ADD 1 TO Z_POST_VOIDS
               ADD VOID_VALUE TO Z_POST_VOID_VALUE
               MOVE "P" TO VL-TYPE
               MOVE SPACES TO VL-ITEM
               MOVE 0 TO VL-QTY
               MOVE VOID_VALUE TO VL-VALUE
               MOVE REG-NEXT-SEQ TO VL-RCPT-SEQ
               MOVE SUPERVISOR_ID TO VL-SUPERVISOR
               PERFORM WRITE_VOID_LOG

               OPEN EXTEND ShoppingReceiptFile
               MOVE "*** RECEIPT POST-VOIDED ***"
                   TO ShoppingReceiptLine
               WRITE ShoppingReceiptLine
               INITIALIZE RECEIPT_LINE
               STRING "Receipt no: " STORE_ID "/" REG-TODAY
                   "/" REG-NEXT-SEQ "  Supervisor: " SUPERVISOR_ID
                   DELIMITED BY SIZE INTO RECEIPT_LINE
               MOVE RECEIPT_LINE TO ShoppingReceiptLine
               WRITE ShoppingReceiptLine
               CLOSE ShoppingReceiptFile

               MOVE "SHOPPING" TO AUD-SOURCE
               MOVE CASHIER_ID TO AUD-USER
               MOVE "SALE_POST_VOIDED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "receipt " REG-NEXT-SEQ " sup " SUPERVISOR_ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL
               DISPLAY "Receipt " REG-NEXT-SEQ " post-voided.".

           POST_VOID_ACCOUNT SECTION.
               MOVE "N" TO POST_VOID_OK
               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   EXIT SECTION
               END-IF

               MOVE "GET" TO AL-ACTION
               MOVE PAY_ACCOUNT TO AL-ACCOUNT
               MOVE CASHIER_ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Account is in use elsewhere."
                   CLOSE AccountMasterFile
                   EXIT SECTION
               END-IF

               MOVE PAY_ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account not found."
                       PERFORM RELEASE_TENDER_LOCK
                       CLOSE AccountMasterFile
                       EXIT SECTION
               END-READ

               ADD PAY_AMOUNT TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               OPEN EXTEND TransactionLogFile
               ACCEPT TL-DATE FROM DATE YYYYMMDD
               ACCEPT TL-TIME FROM TIME
               MOVE PAY_ACCOUNT TO TL-ACCOUNT
               MOVE "PURCH-VOID" TO TL-TYPE
               MOVE PAY_AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CLOSE TransactionLogFile
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               PERFORM RELEASE_TENDER_LOCK
               CLOSE AccountMasterFile
               MOVE "Y" TO POST_VOID_OK
               DISPLAY "Account " PAY_ACCOUNT " credited back.".

           POST_VOID_LOYALTY SECTION.
               OPEN I-O LoyaltyFile
               IF NOT LOY-FILE-OK
                   DISPLAY "Loyalty file not available - points "
                       "not reversed."
                   EXIT SECTION
               END-IF
               MOVE LOYALTY_CUST TO LOY-CUST-ID
               READ LoyaltyFile
                   INVALID KEY
                       DISPLAY "Loyalty account gone - points "
                           "not reversed."
                       CLOSE LoyaltyFile
                       EXIT SECTION
               END-READ
               IF LOY-POINTS > POINTS_EARNED
                   SUBTRACT POINTS_EARNED FROM LOY-POINTS
               ELSE
                   MOVE 0 TO LOY-POINTS
               END-IF
               ADD POINTS_REDEEMED TO LOY-POINTS
               REWRITE LOYALTY-RECORD
               CLOSE LoyaltyFile

               OPEN EXTEND LoyaltyActivityFile
               ACCEPT LA-DATE FROM DATE YYYYMMDD
               MOVE LOYALTY_CUST TO LA-CUST-ID
               MOVE POINTS_REDEEMED TO LA-EARNED
               MOVE POINTS_EARNED TO LA-REDEEMED
               MOVE 0 TO LA-REDEEM-VALUE
               MOVE "V" TO LA-SOURCE
               WRITE LoyaltyActivityLine
               CLOSE LoyaltyActivityFile.

           POST_VOID_GIFTCARDS SECTION.
               PERFORM OPEN_GIFTCARD_FILE
               IF GC_SALE_AMOUNT > 0
                   MOVE GC_SOLD_NUMBER TO GC-NUMBER
                   READ GiftCardFile
                       INVALID KEY
                           DISPLAY "Sold card not found - "
                               "not cancelled."
                       NOT INVALID KEY
                           MOVE 0 TO GC-BALANCE
                           MOVE "N" TO GC-ACTIVE
                           REWRITE GIFT-CARD-RECORD
                           MOVE "GIFTCARD" TO AJ-FILE-ID
                           MOVE GIFT-CARD-RECORD TO AJ-IMAGE
                           CALL "WRITE-AFTER-IMAGE" USING
                               AJ-FILE-ID, AJ-IMAGE
                           DISPLAY "Gift card " GC_SOLD_NUMBER
                               " cancelled."
                   END-READ
               END-IF
               IF GC_TENDER_AMOUNT > 0
                   MOVE GC_INPUT_NUMBER TO GC-NUMBER
                   READ GiftCardFile
                       INVALID KEY
                           DISPLAY "Tender card not found - "
                               "not credited."
                       NOT INVALID KEY
                           ADD GC_TENDER_AMOUNT TO GC-BALANCE
                           REWRITE GIFT-CARD-RECORD
                           MOVE "GIFTCARD" TO AJ-FILE-ID
                           MOVE GIFT-CARD-RECORD TO AJ-IMAGE
                           CALL "WRITE-AFTER-IMAGE" USING
                               AJ-FILE-ID, AJ-IMAGE
                           DISPLAY "Gift card " GC_INPUT_NUMBER
                               " credited back. Balance: "
                               GC-BALANCE
                   END-READ
               END-IF
               CLOSE GiftCardFile.

           POST_VOID_PFAND_VOUCHER SECTION.
               OPEN I-O PfandVoucherFile
               IF NOT PFAND-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE PFAND_VOUCHER_NO TO PV-NUMBER
               READ PfandVoucherFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO PV-STATUS
                       REWRITE PFAND-VOUCHER-RECORD
                       DISPLAY "Deposit voucher " PFAND_VOUCHER_NO
                           " reinstated."
               END-READ
               CLOSE PfandVoucherFile.

           POST_VOID_COUPON SECTION.
               OPEN I-O PromoCodeFile
               IF NOT PROMO-FILE-OK
                   DISPLAY "Promo code file unavailable - coupon "
                       PROMO_CODE " not reinstated."
                   EXIT SECTION
               END-IF
               MOVE PROMO_CODE TO PROMO-CODE
               READ PromoCodeFile
                   INVALID KEY
                       CLOSE PromoCodeFile
                       EXIT SECTION
               END-READ
               IF PROMO-REDEMPTION-COUNT > 0
                   SUBTRACT 1 FROM PROMO-REDEMPTION-COUNT
                   REWRITE PROMO-CODE-RECORD
               END-IF
               CLOSE PromoCodeFile
               DISPLAY "Coupon " PROMO_CODE " reinstated.".

           POST_VOID_ONE_LINE SECTION.
               IF SHOPPING_ITEM_QTY(REG-SCAN) = 0
                   EXIT SECTION
               END-IF
               MOVE SHOPPING_ITEM_QTY(REG-SCAN) TO ITEM_QTY
               MOVE SHOPPING_ITEM_CATEGORY(REG-SCAN)
                   TO ITEM_CATEGORY
               MOVE SHOPPING_ITEM_NAME(REG-SCAN) TO ITEM_NAME
               MOVE "R" TO ITEM_FLAG
               MOVE STORE_ID TO ITEM_STORE
               MOVE CASHIER_ID TO ITEM_CASHIER
               MOVE SHOPPING_ITEM_WEIGHT(REG-SCAN) TO ITEM_WEIGHT
               WRITE ShoppingItemLine

               MOVE SHOPPING_ITEM_NAME(REG-SCAN) TO RETURN_ITEM
               MOVE SHOPPING_ITEM_QTY(REG-SCAN) TO RETURN_QTY
               PERFORM RESTORE_STOCK.

           POST_VOID_REGISTRY SECTION.
               OPEN I-O ReceiptRegistryFile
               IF NOT RCPT-FILE-OK
                   DISPLAY "Receipt registry unavailable - "
                       "receipt lines not closed."
                   EXIT SECTION
               END-IF
               PERFORM CLOSE_ONE_REGISTRY_LINE
               VARYING RET_RCP_LINE FROM 1 BY 1
               UNTIL RET_RCP_LINE > REG-LINE-NO
               CLOSE ReceiptRegistryFile.

           CLOSE_ONE_REGISTRY_LINE SECTION.
               MOVE STORE_ID TO RCP-STORE
               MOVE REG-TODAY TO RCP-DATE
               MOVE REG-NEXT-SEQ TO RCP-SEQ
               MOVE RET_RCP_LINE TO RCP-LINE
               READ ReceiptRegistryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCP-QTY TO RCP-REFUNDED
                       REWRITE RECEIPT-REGISTRY-RECORD
               END-READ.

           RETURNS_MODE SECTION.
               IF TRAINING-IS-ON
                   DISPLAY "TRAINING - returns skipped."
               END-IF

               IF RETURN_AMOUNT > REFUND_THRESHOLD
                   DISPLAY "Refund over threshold."
                   PERFORM SUPERVISOR_CONFIRM
                   IF NOT SUPERVISOR-IS-OK
                       DISPLAY "Refund not authorised."
                       EXIT SECTION
                   END-IF
                   MOVE "SHOPPING" TO AUD-SOURCE
                   MOVE SUPERVISOR_ID TO AUD-USER
                   MOVE "REFUND_CONFIRMED" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING "cashier " CASHIER_ID " qty " RETURN_QTY
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
               END-IF

               PERFORM CONSUME_RECEIPT_LINE

           SUPERVISOR_CONFIRM SECTION.
               MOVE "N" TO SUPERVISOR_OK
               DISPLAY "Supervisor id: "
               ACCEPT SUPERVISOR_ID
               DISPLAY "Supervisor password: "
               ACCEPT SUPERVISOR_PW
               MOVE RETURN_ITEM TO RF-ITEM
               MOVE RETURN_QTY TO RF-QTY
               MOVE RETURN_AMOUNT TO RF-AMOUNT
               MOVE STORE_ID TO RF-STORE
               MOVE CASHIER_ID TO RF-CASHIER
               MOVE RET_RCPT_DATE TO RF-RCPT-DATE
               MOVE RET_RCPT_SEQ TO RF-RCPT-SEQ
               WRITE RefundLogLine

               MOVE RETURN_AMOUNT TO AMOUNT-FOR-FORMAT

               COMPUTE DISCOUNT_AMOUNT =
                   TOTAL_AMOUNT * DISCOUNT_PERCENT
               IF DISCOUNT_PERCENT = 0 AND PROMO_CODE NOT = SPACES
                   PERFORM PERSONAL_COUPON
               END-IF
               COMPUTE FINAL_AMOUNT = TOTAL_AMOUNT - DISCOUNT_AMOUNT

               PERFORM APPLY_DEALS
               WRITE ShoppingReceiptLine.

               PERFORM WRITE_RECEIPT_REGISTRY
               PERFORM WRITE_FUNDING_ACCRUALS

               CLOSE ShoppingBasketFile.
               CLOSE ShoppingReceiptFile.
               MOVE RCPT_TOTAL_DUE TO RCP-PAID
               MOVE 0 TO RCP-REFUNDED
               MOVE CASHIER_ID TO RCP-TENDER
               PERFORM SET_REGISTRY_CUSTOMER
               MOVE SPACE TO RCP-CATEGORY
               WRITE RECEIPT-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY "Registry header clash - "
                       CLOSE ReceiptRegistryFile
                       EXIT SECTION
               END-WRITE
               MOVE "Y" TO SALE_REGISTERED

               MOVE 0 TO REG-LINE-NO
               PERFORM REGISTER_ONE_LINE
               MOVE REG-PAID TO RCP-PAID
               MOVE 0 TO RCP-REFUNDED
               MOVE SPACES TO RCP-TENDER
               PERFORM SET_REGISTRY_CUSTOMER
               MOVE SHOPPING_ITEM_CATEGORY(REG-SCAN) TO RCP-CATEGORY
               WRITE RECEIPT-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY "Registry line clash - line "
                           "not registered."
               END-WRITE.

           SET_REGISTRY_CUSTOMER SECTION.
               IF LOYALTY-IS-ACTIVE
                   MOVE LOYALTY_CUST TO RCP-CUST-ID
               ELSE
                   MOVE SPACES TO RCP-CUST-ID
               END-IF.

           APPLY_DEALS SECTION.
               MOVE 0 TO DEAL_SAVINGS
               MOVE 0 TO FUND_COUNT
               IF SHOPPING_SIZE = 0
                   EXIT SECTION
               END-IF
                       END-IF
               END-EVALUATE

               IF NOT DL-NOT-FUNDED
                   PERFORM NOTE_DEAL_FUNDING
               END-IF

               IF DEAL_THIS_SAVING > 0
                   ADD DEAL_THIS_SAVING TO DEAL_SAVINGS
                   MOVE DEAL_THIS_SAVING TO AMOUNT-FOR-FORMAT
                   DISPLAY RECEIPT_LINE
               END-IF.

           NOTE_DEAL_FUNDING SECTION.
               MOVE 0 TO DEAL_FUNDED_UNITS
               EVALUATE TRUE
                   WHEN DL-IS-MARKDOWN
                       MOVE DEAL_QUAL_QTY TO DEAL_FUNDED_UNITS
                   WHEN DEAL_THIS_SAVING = 0
                       CONTINUE
                   WHEN DL-IS-FREE-GOODS
                       COMPUTE DEAL_FUNDED_UNITS = DEAL_GROUPS
                           * (DL-QTY + DL-FREE-QTY)
                   WHEN DL-IS-BUNDLE
                       COMPUTE DEAL_FUNDED_UNITS = DEAL_GROUPS
                           * DL-QTY
               END-EVALUATE
               IF DEAL_FUNDED_UNITS = 0 OR DL-FUND-PER-UNIT = 0
                   EXIT SECTION
               END-IF
               IF FUND_COUNT = 50
                   DISPLAY "Funding table full - deal " DL-ID
                       " not accrued."
                   EXIT SECTION
               END-IF
               ADD 1 TO FUND_COUNT
               MOVE DL-ID TO FUND_DEAL_ID(FUND_COUNT)
               MOVE DL-FUND-SUPP TO FUND_SUPP_ID(FUND_COUNT)
               MOVE DL-ITEM TO FUND_ITEM(FUND_COUNT)
               MOVE DEAL_FUNDED_UNITS TO FUND_UNITS(FUND_COUNT)
               MOVE DL-FUND-PER-UNIT TO FUND_PER_UNIT(FUND_COUNT)
               COMPUTE FUND_AMOUNT(FUND_COUNT) =
                   DEAL_FUNDED_UNITS * DL-FUND-PER-UNIT.

           WRITE_FUNDING_ACCRUALS SECTION.
               IF TRAINING-IS-ON OR FUND_COUNT = 0
                   EXIT SECTION
               END-IF
               MOVE "S" TO VA-TYPE
               PERFORM WRITE_FUNDING_LINES.

           WRITE_FUNDING_LINES SECTION.
               OPEN EXTEND VendorAccrualFile
               IF NOT ACCRUAL-FILE-OK
                   OPEN OUTPUT VendorAccrualFile
               END-IF
               PERFORM WRITE_ONE_FUNDING_LINE
               VARYING FUND_SCAN FROM 1 BY 1
               UNTIL FUND_SCAN > FUND_COUNT
               CLOSE VendorAccrualFile.

           WRITE_ONE_FUNDING_LINE SECTION.
               ACCEPT VA-DATE FROM DATE YYYYMMDD
               MOVE STORE_ID TO VA-STORE
               IF SALE-IS-REGISTERED
                   MOVE REG-NEXT-SEQ TO VA-RCPT-SEQ
               ELSE
                   MOVE 0 TO VA-RCPT-SEQ
               END-IF
               MOVE FUND_DEAL_ID(FUND_SCAN) TO VA-DEAL-ID
               MOVE FUND_SUPP_ID(FUND_SCAN) TO VA-SUPP-ID
               MOVE FUND_ITEM(FUND_SCAN) TO VA-ITEM
               MOVE FUND_UNITS(FUND_SCAN) TO VA-UNITS
               MOVE FUND_PER_UNIT(FUND_SCAN) TO VA-PER-UNIT
               MOVE FUND_AMOUNT(FUND_SCAN) TO VA-AMOUNT
               WRITE VENDOR-ACCRUAL-RECORD.

           TALLY_DEAL_LINE SECTION.
               IF SHOPPING_ITEM_WEIGHT(DEAL_SCAN) > 0
                   EXIT SECTION
               WRITE ShoppingReceiptLine
               DISPLAY "Voucher redeemed.".

           PERSONAL_COUPON SECTION.
               OPEN I-O PromoCodeFile
               IF NOT PROMO-FILE-OK
                   DISPLAY "Promo code not recognised - no discount."
                   EXIT SECTION
               END-IF
               MOVE PROMO_CODE TO PROMO-CODE
               READ PromoCodeFile
                   INVALID KEY
                       DISPLAY "Promo code not recognised - "
                           "no discount."
                       CLOSE PromoCodeFile
                       EXIT SECTION
               END-READ
               IF PROMO-CUST-ID = SPACES
                   DISPLAY "Promo code not valid at the register - "
                       "no discount."
                   CLOSE PromoCodeFile
                   EXIT SECTION
               END-IF
               ACCEPT COUPON_TODAY FROM DATE YYYYMMDD
               IF PROMO-EXPIRY < COUPON_TODAY
                   DISPLAY "Coupon expired - no discount."
                   CLOSE PromoCodeFile
                   EXIT SECTION
               END-IF
               IF PROMO-REDEMPTION-COUNT NOT < PROMO-REDEMPTION-LIMIT
                   DISPLAY "Coupon already used - no discount."
                   CLOSE PromoCodeFile
                   EXIT SECTION
               END-IF

               DISPLAY "Personal coupon - loyalty customer id: "
               ACCEPT COUPON_CUST
               IF COUPON_CUST NOT = PROMO-CUST-ID
                   DISPLAY "Coupon belongs to another customer - "
                       "no discount."
                   CLOSE PromoCodeFile
                   MOVE "SHOPPING" TO AUD-SOURCE
                   MOVE CASHIER_ID TO AUD-USER
                   MOVE "COUPON_REFUSED" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING PROMO_CODE " cust " COUPON_CUST
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
                   EXIT SECTION
               END-IF
               MOVE COUPON_CUST TO LOYALTY_CUST

               EVALUATE PROMO-CATEGORY
                   WHEN SPACE
                       MOVE TOTAL_AMOUNT TO COUPON_BASE
                   WHEN "G"
                       MOVE SUBTOTAL_GROCERIES TO COUPON_BASE
                   WHEN "R"
                       MOVE SUBTOTAL_HOUSEHOLD TO COUPON_BASE
                   WHEN "S"
                       MOVE SUBTOTAL_STANDARD TO COUPON_BASE
                   WHEN OTHER
                       MOVE SUBTOTAL_OTHER TO COUPON_BASE
               END-EVALUATE
               IF COUPON_BASE = 0
                   DISPLAY "No items in the coupon category - "
                       "coupon kept for a later visit."
                   CLOSE PromoCodeFile
                   EXIT SECTION
               END-IF
               COMPUTE DISCOUNT_AMOUNT ROUNDED =
                   COUPON_BASE * PROMO-PERCENT / 100

               IF TRAINING-IS-ON
                   DISPLAY "TRAINING - coupon not redeemed."
                   CLOSE PromoCodeFile
                   EXIT SECTION
               END-IF
               ADD 1 TO PROMO-REDEMPTION-COUNT
               REWRITE PROMO-CODE-RECORD
               CLOSE PromoCodeFile
               MOVE "Y" TO COUPON_REDEEMED
               DISPLAY "Personal coupon accepted."

               MOVE "SHOPPING" TO AUD-SOURCE
               MOVE CASHIER_ID TO AUD-USER
               MOVE "COUPON_REDEEMED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING PROMO_CODE " cust " COUPON_CUST
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           LOYALTY_CHECKOUT SECTION.
               IF TRAINING-IS-ON
                   DISPLAY "TRAINING - loyalty skipped."
               MOVE 0 TO POINTS_REDEEMED
               MOVE 0 TO REDEEM_VALUE

               IF LOYALTY_CUST = SPACES
                   DISPLAY "Loyalty customer id (blank if none): "
                   ACCEPT LOYALTY_CUST
               END-IF
               IF LOYALTY_CUST = SPACES
                   EXIT SECTION
               END-IF

               MOVE GC_INPUT_NUMBER TO GC-NUMBER
               MOVE GC_SALE_AMOUNT TO GC-BALANCE
               MOVE GC_INPUT_NUMBER TO GC_SOLD_NUMBER
               ACCEPT GC-ISSUE-DATE FROM DATE YYYYMMDD
               MOVE "Y" TO GC-ACTIVE
               WRITE GIFT-CARD-RECORD
               OPEN INPUT PriceMasterFile
               OPEN EXTEND ShoppingBasketFile

               MOVE 0 TO PEND_COUNT
               PERFORM SCAN_ONE_ITEM
               UNTIL WANTS_SCAN NOT = "Y"

               PERFORM WRITE_PENDING_LINE
               VARYING PEND_INDEX FROM 1 BY 1
               UNTIL PEND_INDEX > PEND_COUNT

               CLOSE PriceMasterFile
               CLOSE ShoppingBasketFile.

           SCAN_ONE_ITEM SECTION.
               DISPLAY "Scan EAN or key item name "
                   "(VOID to void a line, blank to finish): "
               ACCEPT SCAN_INPUT
               IF SCAN_INPUT = SPACES
                   MOVE "N" TO WANTS_SCAN
                   EXIT SECTION
               END-IF
               IF SCAN_INPUT = "VOID"
                   PERFORM LINE_VOID
                   EXIT SECTION
               END-IF
               IF PEND_COUNT NOT < 200
                   DISPLAY "Basket full - finish this sale first."
                   EXIT SECTION
               END-IF

               MOVE "N" TO SCAN_FOUND
               MOVE "N" TO EMB_USED
               DISPLAY "Category (G/R/S): "
               ACCEPT SCAN_CATEGORY

               ADD 1 TO PEND_COUNT
               MOVE SCAN_QTY TO PEND_QTY(PEND_COUNT)
               MOVE SCAN_WEIGHT TO PEND_WEIGHT(PEND_COUNT)
               MOVE SCAN_CATEGORY TO PEND_CATEGORY(PEND_COUNT)
               MOVE PM-ITEM-NAME TO PEND_NAME(PEND_COUNT)
               MOVE PM-ITEM-PRICE TO PEND_PRICE(PEND_COUNT)
               DISPLAY "Added to basket as line " PEND_COUNT ".".

           WRITE_PENDING_LINE SECTION.
               MOVE PEND_QTY(PEND_INDEX) TO ITEM_QTY
               MOVE PEND_WEIGHT(PEND_INDEX) TO ITEM_WEIGHT
               MOVE PEND_CATEGORY(PEND_INDEX) TO ITEM_CATEGORY
               MOVE PEND_NAME(PEND_INDEX) TO ITEM_NAME
               MOVE SPACE TO ITEM_FLAG
               MOVE STORE_ID TO ITEM_STORE
               MOVE CASHIER_ID TO ITEM_CASHIER
               WRITE ShoppingItemLine.

           LINE_VOID SECTION.
               IF PEND_COUNT = 0
                   DISPLAY "Nothing scanned to void."
                   EXIT SECTION
               END-IF
               PERFORM SHOW_PENDING_LINE
               VARYING PEND_INDEX FROM 1 BY 1
               UNTIL PEND_INDEX > PEND_COUNT
               DISPLAY "Line to void (0 = last line): "
               ACCEPT VOID_LINE_NO
               IF VOID_LINE_NO = 0
                   MOVE PEND_COUNT TO VOID_LINE_NO
               END-IF
               IF VOID_LINE_NO > PEND_COUNT
                   DISPLAY "No such line - nothing voided."
                   EXIT SECTION
               END-IF

               IF PEND_WEIGHT(VOID_LINE_NO) > 0
                   COMPUTE VOID_VALUE ROUNDED =
                       PEND_WEIGHT(VOID_LINE_NO)
                       * PEND_PRICE(VOID_LINE_NO)
               ELSE
                   COMPUTE VOID_VALUE =
                       PEND_QTY(VOID_LINE_NO)
                       * PEND_PRICE(VOID_LINE_NO)
               END-IF
               DISPLAY "Voided line " VOID_LINE_NO ": "
                   PEND_QTY(VOID_LINE_NO) "x "
                   PEND_NAME(VOID_LINE_NO)

               IF NOT TRAINING-IS-ON
                   ADD 1 TO Z_LINE_VOIDS
                   ADD VOID_VALUE TO Z_LINE_VOID_VALUE
                   MOVE "L" TO VL-TYPE
                   MOVE PEND_NAME(VOID_LINE_NO) TO VL-ITEM
                   MOVE PEND_QTY(VOID_LINE_NO) TO VL-QTY
                   MOVE VOID_VALUE TO VL-VALUE
                   MOVE 0 TO VL-RCPT-SEQ
                   MOVE SPACES TO VL-SUPERVISOR
                   PERFORM WRITE_VOID_LOG

                   MOVE "SHOPPING" TO AUD-SOURCE
                   MOVE CASHIER_ID TO AUD-USER
                   MOVE "LINE_VOIDED" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING PEND_NAME(VOID_LINE_NO) " qty "
                       PEND_QTY(VOID_LINE_NO)
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
               END-IF

               PERFORM CLOSE_PENDING_GAP
               VARYING PEND_INDEX FROM VOID_LINE_NO BY 1
               UNTIL PEND_INDEX NOT < PEND_COUNT
               SUBTRACT 1 FROM PEND_COUNT.

           SHOW_PENDING_LINE SECTION.
               IF PEND_WEIGHT(PEND_INDEX) > 0
                   MOVE PEND_WEIGHT(PEND_INDEX) TO WEIGHT-ED
                   DISPLAY PEND_INDEX ": " WEIGHT-ED "kg "
                       PEND_NAME(PEND_INDEX)
               ELSE
                   DISPLAY PEND_INDEX ": " PEND_QTY(PEND_INDEX)
                       "x " PEND_NAME(PEND_INDEX)
               END-IF.

           CLOSE_PENDING_GAP SECTION.
               MOVE PEND_LINE(PEND_INDEX + 1)
                   TO PEND_LINE(PEND_INDEX).

           WRITE_VOID_LOG SECTION.
               ACCEPT VL-DATE FROM DATE YYYYMMDD
               ACCEPT VL-TIME FROM TIME
               MOVE STORE_ID TO VL-STORE
               MOVE CASHIER_ID TO VL-CASHIER
               OPEN EXTEND VoidLogFile
               WRITE VOID-LOG-RECORD
               CLOSE VoidLogFile.

           PARSE_EMBEDDED_BARCODE SECTION.
               INITIALIZE EMB_SEARCH_EAN
