           IDENTIFICATION DIVISION.
           PROGRAM-ID. COUPON-CAMPAIGN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LoyaltyActivityFile ASSIGN TO "LOYACT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOYACT-FILE-STATUS.

               SELECT ReceiptRegistryFile ASSIGN TO "RCPTREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCP-KEY
                   FILE STATUS IS RCPT-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT PromoCodeFile ASSIGN TO "PROMOCDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROMO-CODE
                   FILE STATUS IS PROMO-FILE-STATUS.

               SELECT CampaignFile ASSIGN TO "CPNCAMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS CAMP-FILE-STATUS.

               SELECT CouponMailFile ASSIGN TO "CPNMAIL"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CampaignListFile ASSIGN TO "CPNLIST"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD LoyaltyActivityFile.
           01 LoyaltyActivityLine.
               02 LA-DATE         PIC 9(8).
               02 LA-CUST-ID      PIC X(6).
               02 LA-EARNED       PIC 9(7).
               02 LA-REDEEMED     PIC 9(7).
               02 LA-REDEEM-VALUE PIC 9(5)V99.
               02 LA-SOURCE       PIC X(1).

           FD ReceiptRegistryFile.
           01 RECEIPT-REGISTRY-RECORD.
               02 RCP-KEY.
                   03 RCP-STORE PIC X(3).
                   03 RCP-DATE  PIC 9(8).
                   03 RCP-SEQ   PIC 9(4).
                   03 RCP-LINE  PIC 9(3).
               02 RCP-ITEM     PIC X(10).
               02 RCP-QTY      PIC 99.
               02 RCP-PAID     PIC 9(5)V99.
               02 RCP-REFUNDED PIC 99.
               02 RCP-TENDER   PIC X(10).
               02 RCP-CUST-ID  PIC X(6).
               02 RCP-CATEGORY PIC X(1).

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD PromoCodeFile.
           COPY PROMOCDS.

           FD CampaignFile.
           COPY CPNCAMP.

           FD CouponMailFile.
           01 COUPON-MAIL-LINE PIC X(80).

           FD CampaignListFile.
           01 CAMPAIGN-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 LOYACT-FILE-STATUS PIC XX.
               88 LOYACT-FILE-OK VALUE "00".
           01 RCPT-FILE-STATUS PIC XX.
               88 RCPT-FILE-OK VALUE "00".
               88 RCPT-FILE-EOF VALUE "10".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 PROMO-FILE-STATUS PIC XX.
               88 PROMO-FILE-OK VALUE "00".
               88 PROMO-FILE-EOF VALUE "10".
               88 PROMO-FILE-MISSING VALUE "35".
           01 CAMP-FILE-STATUS PIC XX.
               88 CAMP-FILE-OK VALUE "00".
               88 CAMP-FILE-MISSING VALUE "35".
           01 ACT-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 RUN-INT PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 LOOK-FROM PIC 9(8).
           01 RECENT-FROM PIC 9(8).
           01 BASE-FROM PIC 9(8).
           01 EXPIRY-DATE PIC 9(8).
           01 CAMPAIGN-ID PIC X(6).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 LOOK-DAYS PIC 9(3) VALUE 180.
           01 LAPSE-DAYS PIC 9(3) VALUE 60.
           01 VALID-DAYS PIC 9(3) VALUE 30.
           01 PCT-BUY PIC 9(2)V99 VALUE 10.00.
           01 PCT-LAPSE PIC 9(2)V99 VALUE 15.00.
           01 CONTROL-EVERY PIC 9(3) VALUE 10.

           01 RECENCY-HIGH-DAYS PIC 9(3) VALUE 30.
           01 RECENCY-MID-DAYS PIC 9(3) VALUE 90.
           01 FREQUENCY-HIGH PIC 9(3) VALUE 8.
           01 FREQUENCY-MID PIC 9(3) VALUE 3.
           01 MONETARY-HIGH PIC 9(5) VALUE 500.
           01 MONETARY-MID PIC 9(5) VALUE 100.

           01 CUST-TABLE.
               02 CUST-COUNT PIC 9(4) VALUE 0.
               02 CUST-ENTRY OCCURS 1000 TIMES.
                   03 CT-CUST-ID     PIC X(6).
                   03 CT-VISITS      PIC S9(5).
                   03 CT-SPEND       PIC S9(7)V99.
                   03 CT-LAST-DATE   PIC 9(8).
                   03 CT-BASE-VISITS PIC S9(5).
                   03 CT-BASE-SPEND  PIC S9(7)V99.
                   03 CT-CAT-RECENT  PIC 9(7)V99 OCCURS 4 TIMES.
                   03 CT-CAT-EARLIER PIC 9(7)V99 OCCURS 4 TIMES.
           01 CUST-INDEX PIC 9(4).
           01 CUST-SLOT PIC 9(4).
           01 FIND-CUST PIC X(6).
           01 ALLOW-NEW PIC X.
               88 NEW-SLOT-ALLOWED VALUE "Y".
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 CATEGORY-CODES PIC X(4) VALUE "GRSO".
           01 CAT-INDEX PIC 9.
           01 LINE-NET PIC 9(7)V99.

           01 DAYS-SINCE PIC 9(5).
           01 BEST-INDEX PIC 9.
           01 BEST-VALUE PIC 9(7)V99.
           01 CATEGORY-TEXT PIC X(20).

           01 NEW-CODE.
               02 NC-PREFIX PIC X(5).
               02 NC-SEQ    PIC 9(5).
           01 CODE-PREFIX PIC X(5).
           01 CODE-SEQ PIC 9(5) VALUE 0.
           01 CODE-ISSUED PIC X.
               88 CODE-WAS-ISSUED VALUE "Y".

           01 CONTROL-QUOTIENT PIC 9(5).
           01 CONTROL-REMAINDER PIC 9(3).

           01 CUSTOMERS-SEEN PIC 9(5) VALUE 0.
           01 ELIGIBLE-COUNT PIC 9(5) VALUE 0.
           01 TARGET-COUNT PIC 9(5) VALUE 0.
           01 CONTROL-COUNT PIC 9(5) VALUE 0.
           01 SUPPRESSED-COUNT PIC 9(5) VALUE 0.
           01 ALREADY-COUNT PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 PCT-ED PIC Z9.99.
           01 SPEND-ED PIC Z(6)9.99.
           01 COUNT-ED PIC Z(4)9.
           01 COUNT-ED2 PIC Z(4)9.
           01 COUNT-ED3 PIC Z(4)9.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Personalised Coupon Campaign ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_PARAMETERS

               MOVE RUN-DATE(1:6) TO CAMPAIGN-ID
               STRING "P" RUN-DATE(3:4) DELIMITED BY SIZE
                   INTO CODE-PREFIX
               COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
               COMPUTE DATE-INT = RUN-INT - LOOK-DAYS + 1
               COMPUTE LOOK-FROM = FUNCTION DATE-OF-INTEGER(DATE-INT)
               COMPUTE DATE-INT = RUN-INT - LAPSE-DAYS + 1
               COMPUTE RECENT-FROM =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)
               COMPUTE DATE-INT = RUN-INT - VALID-DAYS + 1
               COMPUTE BASE-FROM = FUNCTION DATE-OF-INTEGER(DATE-INT)
               COMPUTE DATE-INT = RUN-INT + VALID-DAYS
               COMPUTE EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)
               DISPLAY "Campaign " CAMPAIGN-ID "  history from "
                   LOOK-FROM "  coupons expire " EXPIRY-DATE

               PERFORM LOAD_LOYALTY_ACTIVITY
               IF CUST-COUNT = 0
                   DISPLAY "No loyalty activity in the look-back "
                       "window - no coupons issued."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               PERFORM LOAD_CATEGORY_SPEND

               OPEN INPUT CustomerMasterFile
               IF NOT CUST-FILE-OK
                   MOVE "ERROR" TO ALERT-SEVERITY
                   MOVE "CPNISSUE" TO ALERT-SOURCE
                   MOVE "customer master unavailable - no coupons"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O PromoCodeFile
               IF PROMO-FILE-MISSING
                   OPEN OUTPUT PromoCodeFile
                   CLOSE PromoCodeFile
                   OPEN I-O PromoCodeFile
               END-IF
               OPEN I-O CampaignFile
               IF CAMP-FILE-MISSING
                   OPEN OUTPUT CampaignFile
                   CLOSE CampaignFile
                   OPEN I-O CampaignFile
               END-IF
               IF NOT PROMO-FILE-OK OR NOT CAMP-FILE-OK
                   MOVE "ERROR" TO ALERT-SEVERITY
                   MOVE "CPNISSUE" TO ALERT-SOURCE
                   MOVE "promo or campaign file unavailable"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   CLOSE CustomerMasterFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM FIND_NEXT_CODE_SEQ

               OPEN OUTPUT CouponMailFile
               OPEN OUTPUT CampaignListFile
               INITIALIZE REPORT-TEXT
               STRING "---- Coupon Campaign " CAMPAIGN-ID
                   "  issued " RUN-DATE "  expires " EXPIRY-DATE
                   " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CAMPAIGN-LIST-LINE
               WRITE CAMPAIGN-LIST-LINE
               MOVE "CUST   GRP RFM OFFER CAT   PCT CODE       "
                   TO CAMPAIGN-LIST-LINE
               MOVE "  BASE VISITS  BASE SPEND"
                   TO CAMPAIGN-LIST-LINE(44:)
               WRITE CAMPAIGN-LIST-LINE

               PERFORM ISSUE_ONE_CUSTOMER
                   VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-COUNT

               MOVE SPACES TO CAMPAIGN-LIST-LINE
               WRITE CAMPAIGN-LIST-LINE
               INITIALIZE REPORT-TEXT
               MOVE TARGET-COUNT TO COUNT-ED
               MOVE CONTROL-COUNT TO COUNT-ED2
               MOVE SUPPRESSED-COUNT TO COUNT-ED3
               STRING "Coupons issued: " COUNT-ED
                   "  control group: " COUNT-ED2
                   "  suppressed: " COUNT-ED3
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CAMPAIGN-LIST-LINE
               WRITE CAMPAIGN-LIST-LINE
               DISPLAY REPORT-TEXT

               CLOSE CustomerMasterFile
               CLOSE PromoCodeFile
               CLOSE CampaignFile
               CLOSE CouponMailFile
               CLOSE CampaignListFile

               DISPLAY "Customers with activity: " CUSTOMERS-SEEN
               IF ALREADY-COUNT > 0
                   DISPLAY "Already in this campaign: " ALREADY-COUNT
               END-IF
               IF TABLE-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "CPNISSUE" TO ALERT-SOURCE
                   MOVE "customer table full - campaign incomplete"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               COMPUTE STEP-RECORDS = TARGET-COUNT + CONTROL-COUNT
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Personalised Coupon Campaign "
                   "Complete ----"
               GOBACK.

           LOAD_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "CPNLOOKDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO LOOK-DAYS
               END-IF
               MOVE "CPNLAPSEDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO LAPSE-DAYS
               END-IF
               MOVE "CPNVALIDDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO VALID-DAYS
               END-IF
               MOVE "CPNPCTBUY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO PCT-BUY
               END-IF
               MOVE "CPNPCTLAPSE" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO PCT-LAPSE
               END-IF
               MOVE "CPNCTRLEVERY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO CONTROL-EVERY
               END-IF.

           LOAD_LOYALTY_ACTIVITY SECTION.
               OPEN INPUT LoyaltyActivityFile
               IF NOT LOYACT-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_ACTIVITY
                   UNTIL ACT-EOF = "Y"
               CLOSE LoyaltyActivityFile.

           READ_ONE_ACTIVITY SECTION.
               READ LoyaltyActivityFile
                   AT END
                       MOVE "Y" TO ACT-EOF
                       EXIT SECTION
               END-READ
               IF LA-DATE < LOOK-FROM OR LA-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               MOVE LA-CUST-ID TO FIND-CUST
               EVALUATE LA-SOURCE
                   WHEN "S"
                       MOVE "Y" TO ALLOW-NEW
                       PERFORM FIND_CUSTOMER_SLOT
                       IF CUST-SLOT = 0
                           EXIT SECTION
                       END-IF
                       ADD 1 TO CT-VISITS(CUST-SLOT)
                       ADD LA-EARNED TO CT-SPEND(CUST-SLOT)
                       IF LA-DATE > CT-LAST-DATE(CUST-SLOT)
                           MOVE LA-DATE TO CT-LAST-DATE(CUST-SLOT)
                       END-IF
                       IF LA-DATE NOT < BASE-FROM
                           ADD 1 TO CT-BASE-VISITS(CUST-SLOT)
                           ADD LA-EARNED TO CT-BASE-SPEND(CUST-SLOT)
                       END-IF
                   WHEN "V"
                       MOVE "N" TO ALLOW-NEW
                       PERFORM FIND_CUSTOMER_SLOT
                       IF CUST-SLOT = 0
                           EXIT SECTION
                       END-IF
                       SUBTRACT 1 FROM CT-VISITS(CUST-SLOT)
                       SUBTRACT LA-REDEEMED FROM CT-SPEND(CUST-SLOT)
                       IF LA-DATE NOT < BASE-FROM
                           SUBTRACT 1 FROM CT-BASE-VISITS(CUST-SLOT)
                           SUBTRACT LA-REDEEMED
                               FROM CT-BASE-SPEND(CUST-SLOT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           LOAD_CATEGORY_SPEND SECTION.
               OPEN INPUT ReceiptRegistryFile
               IF NOT RCPT-FILE-OK
                   DISPLAY "Receipt registry unavailable - offers "
                       "made on whole basket."
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO RCP-KEY
               START ReceiptRegistryFile KEY IS NOT LESS THAN
                   RCP-KEY
                   INVALID KEY
                       SET RCPT-FILE-EOF TO TRUE
               END-START
               PERFORM READ_ONE_RECEIPT_LINE
                   UNTIL RCPT-FILE-EOF
               CLOSE ReceiptRegistryFile.

           READ_ONE_RECEIPT_LINE SECTION.
               READ ReceiptRegistryFile NEXT RECORD
                   AT END
                       SET RCPT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF RCP-LINE = 0 OR RCP-CUST-ID = SPACES
                   OR RCP-QTY = 0
                   OR RCP-DATE < LOOK-FROM OR RCP-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               MOVE RCP-CUST-ID TO FIND-CUST
               MOVE "N" TO ALLOW-NEW
               PERFORM FIND_CUSTOMER_SLOT
               IF CUST-SLOT = 0
                   EXIT SECTION
               END-IF

               EVALUATE RCP-CATEGORY
                   WHEN "G"
                       MOVE 1 TO CAT-INDEX
                   WHEN "R"
                       MOVE 2 TO CAT-INDEX
                   WHEN "S"
                       MOVE 3 TO CAT-INDEX
                   WHEN OTHER
                       MOVE 4 TO CAT-INDEX
               END-EVALUATE
               COMPUTE LINE-NET ROUNDED =
                   RCP-PAID * (RCP-QTY - RCP-REFUNDED) / RCP-QTY
               IF RCP-DATE NOT < RECENT-FROM
                   ADD LINE-NET TO CT-CAT-RECENT(CUST-SLOT, CAT-INDEX)
               ELSE
                   ADD LINE-NET
                       TO CT-CAT-EARLIER(CUST-SLOT, CAT-INDEX)
               END-IF.

           FIND_CUSTOMER_SLOT SECTION.
               MOVE 0 TO CUST-SLOT
               PERFORM MATCH_CUSTOMER_SLOT
                   VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-COUNT
                   OR CUST-SLOT > 0
               IF CUST-SLOT > 0 OR NOT NEW-SLOT-ALLOWED
                   EXIT SECTION
               END-IF
               IF CUST-COUNT NOT < 1000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO CUST-COUNT
               MOVE CUST-COUNT TO CUST-SLOT
               INITIALIZE CUST-ENTRY(CUST-SLOT)
               MOVE FIND-CUST TO CT-CUST-ID(CUST-SLOT).

           MATCH_CUSTOMER_SLOT SECTION.
               IF CT-CUST-ID(CUST-INDEX) = FIND-CUST
                   MOVE CUST-INDEX TO CUST-SLOT
               END-IF.

           FIND_NEXT_CODE_SEQ SECTION.
               MOVE CODE-PREFIX TO NC-PREFIX
               MOVE 0 TO NC-SEQ
               MOVE NEW-CODE TO PROMO-CODE
               START PromoCodeFile KEY IS NOT LESS THAN PROMO-CODE
                   INVALID KEY
                       SET PROMO-FILE-EOF TO TRUE
               END-START
               PERFORM SCAN_ONE_CODE
                   UNTIL PROMO-FILE-EOF
               MOVE "00" TO PROMO-FILE-STATUS.

           SCAN_ONE_CODE SECTION.
               READ PromoCodeFile NEXT RECORD
                   AT END
                       SET PROMO-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF PROMO-CODE(1:5) NOT = CODE-PREFIX
                   SET PROMO-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               IF PROMO-CODE(6:5) IS NUMERIC
                   MOVE PROMO-CODE(6:5) TO CODE-SEQ
               END-IF.

           ISSUE_ONE_CUSTOMER SECTION.
               ADD 1 TO CUSTOMERS-SEEN
               IF CT-VISITS(CUST-INDEX) NOT > 0
                   EXIT SECTION
               END-IF

               MOVE CT-CUST-ID(CUST-INDEX) TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       ADD 1 TO SUPPRESSED-COUNT
                       EXIT SECTION
               END-READ
               IF CUST-MARKETING-STOPPED OR CUST-IS-DECEASED
                   OR CUST-MAIL-IS-RETURNED OR CUST-IS-LOCKED
                   ADD 1 TO SUPPRESSED-COUNT
                   EXIT SECTION
               END-IF

               MOVE CAMPAIGN-ID TO CC-CAMPAIGN
               MOVE CUST-ID TO CC-CUST-ID
               READ CampaignFile
                   NOT INVALID KEY
                       ADD 1 TO ALREADY-COUNT
                       EXIT SECTION
               END-READ

               ADD 1 TO ELIGIBLE-COUNT
               INITIALIZE COUPON-CAMPAIGN-RECORD
               MOVE CAMPAIGN-ID TO CC-CAMPAIGN
               MOVE CUST-ID TO CC-CUST-ID
               PERFORM SCORE_SEGMENT
               PERFORM CHOOSE_OFFER
               MOVE RUN-DATE TO CC-ISSUE-DATE
               MOVE EXPIRY-DATE TO CC-EXPIRY
               IF CT-BASE-VISITS(CUST-INDEX) > 0
                   MOVE CT-BASE-VISITS(CUST-INDEX) TO CC-BASE-VISITS
               END-IF
               IF CT-BASE-SPEND(CUST-INDEX) > 0
                   MOVE CT-BASE-SPEND(CUST-INDEX) TO CC-BASE-SPEND
               END-IF
               MOVE "O" TO CC-STATUS
               MOVE "N" TO CC-REDEEMED

               MOVE 1 TO CONTROL-REMAINDER
               IF CONTROL-EVERY > 0
                   DIVIDE ELIGIBLE-COUNT BY CONTROL-EVERY
                       GIVING CONTROL-QUOTIENT
                       REMAINDER CONTROL-REMAINDER
               END-IF
               IF CONTROL-REMAINDER = 0
                   MOVE "C" TO CC-GROUP
                   MOVE SPACES TO CC-PROMO-CODE
               ELSE
                   MOVE "T" TO CC-GROUP
                   PERFORM ISSUE_PROMO_CODE
                   IF NOT CODE-WAS-ISSUED
                       EXIT SECTION
                   END-IF
                   MOVE NEW-CODE TO CC-PROMO-CODE
               END-IF

               WRITE COUPON-CAMPAIGN-RECORD
                   INVALID KEY
                       DISPLAY "Campaign record clash - customer "
                           CUST-ID " skipped."
                       EXIT SECTION
               END-WRITE
               IF CC-IS-TARGET
                   ADD 1 TO TARGET-COUNT
                   PERFORM WRITE_COUPON_LETTER
               ELSE
                   ADD 1 TO CONTROL-COUNT
               END-IF
               PERFORM WRITE_LIST_LINE.

           SCORE_SEGMENT SECTION.
               COMPUTE DAYS-SINCE = RUN-INT
                   - FUNCTION INTEGER-OF-DATE(CT-LAST-DATE(CUST-INDEX))
               EVALUATE TRUE
                   WHEN DAYS-SINCE NOT > RECENCY-HIGH-DAYS
                       MOVE 3 TO CC-RECENCY
                   WHEN DAYS-SINCE NOT > RECENCY-MID-DAYS
                       MOVE 2 TO CC-RECENCY
                   WHEN OTHER
                       MOVE 1 TO CC-RECENCY
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CT-VISITS(CUST-INDEX) NOT < FREQUENCY-HIGH
                       MOVE 3 TO CC-FREQUENCY
                   WHEN CT-VISITS(CUST-INDEX) NOT < FREQUENCY-MID
                       MOVE 2 TO CC-FREQUENCY
                   WHEN OTHER
                       MOVE 1 TO CC-FREQUENCY
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CT-SPEND(CUST-INDEX) NOT < MONETARY-HIGH
                       MOVE 3 TO CC-MONETARY
                   WHEN CT-SPEND(CUST-INDEX) NOT < MONETARY-MID
                       MOVE 2 TO CC-MONETARY
                   WHEN OTHER
                       MOVE 1 TO CC-MONETARY
               END-EVALUATE.

           CHOOSE_OFFER SECTION.
               MOVE 0 TO BEST-INDEX
               MOVE 0 TO BEST-VALUE
               PERFORM CHECK_LAPSED_CATEGORY
                   VARYING CAT-INDEX FROM 1 BY 1
                   UNTIL CAT-INDEX > 4
               IF BEST-INDEX > 0
                   MOVE "L" TO CC-OFFER
                   MOVE PCT-LAPSE TO CC-PERCENT
                   MOVE CATEGORY-CODES(BEST-INDEX:1) TO CC-CATEGORY
                   EXIT SECTION
               END-IF

               PERFORM CHECK_TOP_CATEGORY
                   VARYING CAT-INDEX FROM 1 BY 1
                   UNTIL CAT-INDEX > 4
               MOVE "B" TO CC-OFFER
               MOVE PCT-BUY TO CC-PERCENT
               IF BEST-INDEX > 0
                   MOVE CATEGORY-CODES(BEST-INDEX:1) TO CC-CATEGORY
               ELSE
                   MOVE SPACE TO CC-CATEGORY
               END-IF.

           CHECK_LAPSED_CATEGORY SECTION.
               IF CT-CAT-RECENT(CUST-INDEX, CAT-INDEX) = 0
                   AND CT-CAT-EARLIER(CUST-INDEX, CAT-INDEX)
                       > BEST-VALUE
                   MOVE CAT-INDEX TO BEST-INDEX
                   MOVE CT-CAT-EARLIER(CUST-INDEX, CAT-INDEX)
                       TO BEST-VALUE
               END-IF.

           CHECK_TOP_CATEGORY SECTION.
               IF CT-CAT-RECENT(CUST-INDEX, CAT-INDEX) > BEST-VALUE
                   MOVE CAT-INDEX TO BEST-INDEX
                   MOVE CT-CAT-RECENT(CUST-INDEX, CAT-INDEX)
                       TO BEST-VALUE
               END-IF.

           ISSUE_PROMO_CODE SECTION.
               MOVE "N" TO CODE-ISSUED
               IF CODE-SEQ NOT < 99999
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO CODE-SEQ
               MOVE CODE-PREFIX TO NC-PREFIX
               MOVE CODE-SEQ TO NC-SEQ

               INITIALIZE PROMO-CODE-RECORD
               MOVE NEW-CODE TO PROMO-CODE
               MOVE CC-PERCENT TO PROMO-PERCENT
               MOVE EXPIRY-DATE TO PROMO-EXPIRY
               MOVE 1 TO PROMO-REDEMPTION-LIMIT
               MOVE 0 TO PROMO-REDEMPTION-COUNT
               MOVE CUST-ID TO PROMO-CUST-ID
               MOVE CC-CATEGORY TO PROMO-CATEGORY
               MOVE CAMPAIGN-ID TO PROMO-CAMPAIGN
               WRITE PROMO-CODE-RECORD
                   INVALID KEY
                       DISPLAY "Promo code clash " NEW-CODE
                           " - customer " CUST-ID " skipped."
                       EXIT SECTION
               END-WRITE
               MOVE "Y" TO CODE-ISSUED.

           WRITE_COUPON_LETTER SECTION.
               EVALUATE CC-CATEGORY
                   WHEN "G"
                       MOVE "groceries" TO CATEGORY-TEXT
                   WHEN "R"
                       MOVE "household goods" TO CATEGORY-TEXT
                   WHEN "S"
                       MOVE "standard range" TO CATEGORY-TEXT
                   WHEN "O"
                       MOVE "other departments" TO CATEGORY-TEXT
                   WHEN OTHER
                       MOVE "whole basket" TO CATEGORY-TEXT
               END-EVALUATE

               MOVE "*** DISPATCH ***" TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE
               MOVE CUST-NAME TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE
               MOVE CUST-STREET TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE
               INITIALIZE REPORT-TEXT
               STRING CUST-POSTCODE " " CUST-CITY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE
               MOVE SPACES TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE

               IF CC-OFFER-IS-WINBACK
                   INITIALIZE REPORT-TEXT
                   STRING "We have missed you in our "
                       CATEGORY-TEXT DELIMITED BY "  "
                       " - here is something to welcome you back."
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO COUPON-MAIL-LINE
               ELSE
                   MOVE "Thank you for shopping with us - here is "
                       TO COUPON-MAIL-LINE
                   MOVE "a reward chosen just for you."
                       TO COUPON-MAIL-LINE(43:)
               END-IF
               WRITE COUPON-MAIL-LINE
               MOVE CC-PERCENT TO PCT-ED
               INITIALIZE REPORT-TEXT
               STRING "Your personal coupon " CC-PROMO-CODE " gives "
                   PCT-ED "% off your " CATEGORY-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE
               INITIALIZE REPORT-TEXT
               STRING "Valid once until " CC-EXPIRY
                   " with loyalty card " CUST-ID " only."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE
               MOVE SPACES TO COUPON-MAIL-LINE
               WRITE COUPON-MAIL-LINE.

           WRITE_LIST_LINE SECTION.
               MOVE CC-PERCENT TO PCT-ED
               MOVE CC-BASE-VISITS TO COUNT-ED
               MOVE CC-BASE-SPEND TO SPEND-ED
               INITIALIZE REPORT-TEXT
               STRING CC-CUST-ID "  " CC-GROUP "  " CC-SEGMENT
                   "   " CC-OFFER "    " CC-CATEGORY "  " PCT-ED
                   " " CC-PROMO-CODE "        " COUNT-ED
                   "  " SPEND-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CAMPAIGN-LIST-LINE
               WRITE CAMPAIGN-LIST-LINE.
