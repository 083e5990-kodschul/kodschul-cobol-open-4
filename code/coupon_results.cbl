           IDENTIFICATION DIVISION.
           PROGRAM-ID. COUPON-RESULTS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CampaignFile ASSIGN TO "CPNCAMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS CAMP-FILE-STATUS.

               SELECT LoyaltyActivityFile ASSIGN TO "LOYACT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOYACT-FILE-STATUS.

               SELECT PromoCodeFile ASSIGN TO "PROMOCDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROMO-CODE
                   FILE STATUS IS PROMO-FILE-STATUS.

               SELECT ResultsReportFile ASSIGN TO "CPNRSLT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD CampaignFile.
           COPY CPNCAMP.

           FD LoyaltyActivityFile.
           01 LoyaltyActivityLine.
               02 LA-DATE         PIC 9(8).
               02 LA-CUST-ID      PIC X(6).
               02 LA-EARNED       PIC 9(7).
               02 LA-REDEEMED     PIC 9(7).
               02 LA-REDEEM-VALUE PIC 9(5)V99.
               02 LA-SOURCE       PIC X(1).

           FD PromoCodeFile.
           COPY PROMOCDS.

           FD ResultsReportFile.
           01 RESULTS-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CAMP-FILE-STATUS PIC XX.
               88 CAMP-FILE-OK VALUE "00".
               88 CAMP-FILE-EOF VALUE "10".
           01 LOYACT-FILE-STATUS PIC XX.
               88 LOYACT-FILE-OK VALUE "00".
           01 PROMO-FILE-STATUS PIC XX.
               88 PROMO-FILE-OK VALUE "00".
           01 ACT-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 MEMBER-TABLE.
               02 MEMBER-COUNT PIC 9(4) VALUE 0.
               02 MEMBER-ENTRY OCCURS 2000 TIMES.
                   03 MB-CAMPAIGN    PIC X(6).
                   03 MB-CUST-ID     PIC X(6).
                   03 MB-GROUP       PIC X(1).
                   03 MB-PROMO-CODE  PIC X(10).
                   03 MB-ISSUE-DATE  PIC 9(8).
                   03 MB-EXPIRY      PIC 9(8).
                   03 MB-BASE-SPEND  PIC 9(7)V99.
                   03 MB-CAMP-VISITS PIC S9(5).
                   03 MB-CAMP-SPEND  PIC S9(7)V99.
                   03 MB-REDEEMED    PIC X(1).
           01 MB-INDEX PIC 9(4).

           01 SUMMARY-TABLE.
               02 SUMMARY-COUNT PIC 9(2) VALUE 0.
               02 SUMMARY-ENTRY OCCURS 24 TIMES.
                   03 CS-CAMPAIGN PIC X(6).
                   03 CS-GROUP OCCURS 2 TIMES.
                       04 CS-MEMBERS    PIC 9(5).
                       04 CS-REDEEMED   PIC 9(5).
                       04 CS-BASE-SPEND PIC 9(9)V99.
                       04 CS-CAMP-SPEND PIC 9(9)V99.
           01 CS-INDEX PIC 9(2).
           01 CS-SLOT PIC 9(2).
           01 GROUP-INDEX PIC 9.

           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 AVG-BASE PIC S9(7)V99.
           01 AVG-CAMP PIC S9(7)V99.
           01 AVG-UPLIFT PIC S9(7)V99.
           01 TARGET-UPLIFT PIC S9(7)V99.
           01 CONTROL-UPLIFT PIC S9(7)V99.
           01 NET-UPLIFT PIC S9(7)V99.
           01 REDEEM-RATE PIC 9(3)V99.
           01 GROUP-NAME PIC X(8).

           01 REPORT-TEXT PIC X(80).
           01 COUNT-ED PIC Z(4)9.
           01 COUNT-ED2 PIC Z(4)9.
           01 RATE-ED PIC ZZ9.99.
           01 AMOUNT-ED PIC -(6)9.99.
           01 AMOUNT-ED2 PIC -(6)9.99.
           01 AMOUNT-ED3 PIC -(6)9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Coupon Campaign Results ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN I-O CampaignFile
               IF NOT CAMP-FILE-OK
                   DISPLAY "No coupon campaigns on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               MOVE LOW-VALUES TO CC-KEY
               START CampaignFile KEY IS NOT LESS THAN CC-KEY
                   INVALID KEY
                       SET CAMP-FILE-EOF TO TRUE
               END-START
               PERFORM COLLECT_ONE_MEMBER
                   UNTIL CAMP-FILE-EOF
               IF MEMBER-COUNT = 0
                   DISPLAY "No expired campaigns awaiting results."
                   CLOSE CampaignFile
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN INPUT LoyaltyActivityFile
               IF LOYACT-FILE-OK
                   PERFORM READ_ONE_ACTIVITY
                       UNTIL ACT-EOF = "Y"
                   CLOSE LoyaltyActivityFile
               END-IF

               OPEN INPUT PromoCodeFile
               IF PROMO-FILE-OK
                   PERFORM CHECK_ONE_REDEMPTION
                       VARYING MB-INDEX FROM 1 BY 1
                       UNTIL MB-INDEX > MEMBER-COUNT
                   CLOSE PromoCodeFile
               END-IF

               PERFORM CLOSE_ONE_MEMBER
                   VARYING MB-INDEX FROM 1 BY 1
                   UNTIL MB-INDEX > MEMBER-COUNT
               CLOSE CampaignFile

               OPEN OUTPUT ResultsReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Coupon Campaign Results " RUN-DATE
                   " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RESULTS-LINE
               WRITE RESULTS-LINE
               PERFORM REPORT_ONE_CAMPAIGN
                   VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > SUMMARY-COUNT
               CLOSE ResultsReportFile

               DISPLAY "Campaign members evaluated: " MEMBER-COUNT
               IF TABLE-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "CPNRSLT" TO ALERT-SOURCE
                   MOVE "campaign tables full - rest left for next run"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE MEMBER-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Coupon Campaign Results Complete ----"
               GOBACK.

           COLLECT_ONE_MEMBER SECTION.
               READ CampaignFile NEXT RECORD
                   AT END
                       SET CAMP-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT CC-IS-OPEN OR CC-EXPIRY NOT < RUN-DATE
                   EXIT SECTION
               END-IF
               IF MEMBER-COUNT NOT < 2000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               PERFORM FIND_SUMMARY_SLOT
               IF CS-SLOT = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO MEMBER-COUNT
               MOVE CC-CAMPAIGN TO MB-CAMPAIGN(MEMBER-COUNT)
               MOVE CC-CUST-ID TO MB-CUST-ID(MEMBER-COUNT)
               MOVE CC-GROUP TO MB-GROUP(MEMBER-COUNT)
               MOVE CC-PROMO-CODE TO MB-PROMO-CODE(MEMBER-COUNT)
               MOVE CC-ISSUE-DATE TO MB-ISSUE-DATE(MEMBER-COUNT)
               MOVE CC-EXPIRY TO MB-EXPIRY(MEMBER-COUNT)
               MOVE CC-BASE-SPEND TO MB-BASE-SPEND(MEMBER-COUNT)
               MOVE 0 TO MB-CAMP-VISITS(MEMBER-COUNT)
               MOVE 0 TO MB-CAMP-SPEND(MEMBER-COUNT)
               MOVE "N" TO MB-REDEEMED(MEMBER-COUNT).

           FIND_SUMMARY_SLOT SECTION.
               MOVE 0 TO CS-SLOT
               PERFORM MATCH_SUMMARY_SLOT
                   VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > SUMMARY-COUNT
                   OR CS-SLOT > 0
               IF CS-SLOT > 0
                   EXIT SECTION
               END-IF
               IF SUMMARY-COUNT NOT < 24
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO SUMMARY-COUNT
               MOVE SUMMARY-COUNT TO CS-SLOT
               INITIALIZE SUMMARY-ENTRY(CS-SLOT)
               MOVE CC-CAMPAIGN TO CS-CAMPAIGN(CS-SLOT).

           MATCH_SUMMARY_SLOT SECTION.
               IF CS-CAMPAIGN(CS-INDEX) = CC-CAMPAIGN
                   MOVE CS-INDEX TO CS-SLOT
               END-IF.

           READ_ONE_ACTIVITY SECTION.
               READ LoyaltyActivityFile
                   AT END
                       MOVE "Y" TO ACT-EOF
                       EXIT SECTION
               END-READ
               IF LA-SOURCE NOT = "S" AND LA-SOURCE NOT = "V"
                   EXIT SECTION
               END-IF
               PERFORM APPLY_ACTIVITY
                   VARYING MB-INDEX FROM 1 BY 1
                   UNTIL MB-INDEX > MEMBER-COUNT.

           APPLY_ACTIVITY SECTION.
               IF MB-CUST-ID(MB-INDEX) NOT = LA-CUST-ID
                   OR LA-DATE NOT > MB-ISSUE-DATE(MB-INDEX)
                   OR LA-DATE > MB-EXPIRY(MB-INDEX)
                   EXIT SECTION
               END-IF
               IF LA-SOURCE = "S"
                   ADD 1 TO MB-CAMP-VISITS(MB-INDEX)
                   ADD LA-EARNED TO MB-CAMP-SPEND(MB-INDEX)
               ELSE
                   SUBTRACT 1 FROM MB-CAMP-VISITS(MB-INDEX)
                   SUBTRACT LA-REDEEMED FROM MB-CAMP-SPEND(MB-INDEX)
               END-IF.

           CHECK_ONE_REDEMPTION SECTION.
               IF MB-GROUP(MB-INDEX) NOT = "T"
                   OR MB-PROMO-CODE(MB-INDEX) = SPACES
                   EXIT SECTION
               END-IF
               MOVE MB-PROMO-CODE(MB-INDEX) TO PROMO-CODE
               READ PromoCodeFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF PROMO-REDEMPTION-COUNT > 0
                   MOVE "Y" TO MB-REDEEMED(MB-INDEX)
               END-IF.

           CLOSE_ONE_MEMBER SECTION.
               MOVE MB-CAMPAIGN(MB-INDEX) TO CC-CAMPAIGN
               MOVE MB-CUST-ID(MB-INDEX) TO CC-CUST-ID
               READ CampaignFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF MB-CAMP-VISITS(MB-INDEX) < 0
                   MOVE 0 TO MB-CAMP-VISITS(MB-INDEX)
               END-IF
               IF MB-CAMP-SPEND(MB-INDEX) < 0
                   MOVE 0 TO MB-CAMP-SPEND(MB-INDEX)
               END-IF
               MOVE MB-CAMP-VISITS(MB-INDEX) TO CC-CAMP-VISITS
               MOVE MB-CAMP-SPEND(MB-INDEX) TO CC-CAMP-SPEND
               MOVE MB-REDEEMED(MB-INDEX) TO CC-REDEEMED
               MOVE "R" TO CC-STATUS
               REWRITE COUPON-CAMPAIGN-RECORD

               PERFORM FIND_SUMMARY_SLOT
               IF CS-SLOT = 0
                   EXIT SECTION
               END-IF
               IF CC-IS-TARGET
                   MOVE 1 TO GROUP-INDEX
               ELSE
                   MOVE 2 TO GROUP-INDEX
               END-IF
               ADD 1 TO CS-MEMBERS(CS-SLOT, GROUP-INDEX)
               IF CC-WAS-REDEEMED
                   ADD 1 TO CS-REDEEMED(CS-SLOT, GROUP-INDEX)
               END-IF
               ADD CC-BASE-SPEND TO CS-BASE-SPEND(CS-SLOT, GROUP-INDEX)
               ADD CC-CAMP-SPEND TO CS-CAMP-SPEND(CS-SLOT, GROUP-INDEX).

           REPORT_ONE_CAMPAIGN SECTION.
               MOVE SPACES TO RESULTS-LINE
               WRITE RESULTS-LINE
               INITIALIZE REPORT-TEXT
               STRING "Campaign " CS-CAMPAIGN(CS-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RESULTS-LINE
               WRITE RESULTS-LINE
               MOVE "GROUP    MEMBERS REDEEMED   RATE   AVG BASE"
                   TO RESULTS-LINE
               MOVE "   AVG CAMP  AVG UPLIFT" TO RESULTS-LINE(45:)
               WRITE RESULTS-LINE

               MOVE 0 TO TARGET-UPLIFT
               MOVE 0 TO CONTROL-UPLIFT
               PERFORM REPORT_ONE_GROUP
                   VARYING GROUP-INDEX FROM 1 BY 1
                   UNTIL GROUP-INDEX > 2

               COMPUTE NET-UPLIFT = TARGET-UPLIFT - CONTROL-UPLIFT
               MOVE NET-UPLIFT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Incremental spend per coupon customer "
                   "(target less control): " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RESULTS-LINE
               WRITE RESULTS-LINE
               DISPLAY "Campaign " CS-CAMPAIGN(CS-INDEX)
                   " incremental spend per customer: " AMOUNT-ED.

           REPORT_ONE_GROUP SECTION.
               IF GROUP-INDEX = 1
                   MOVE "TARGET" TO GROUP-NAME
               ELSE
                   MOVE "CONTROL" TO GROUP-NAME
               END-IF
               IF CS-MEMBERS(CS-INDEX, GROUP-INDEX) = 0
                   MOVE 0 TO AVG-BASE
                   MOVE 0 TO AVG-CAMP
                   MOVE 0 TO REDEEM-RATE
               ELSE
                   COMPUTE AVG-BASE ROUNDED =
                       CS-BASE-SPEND(CS-INDEX, GROUP-INDEX)
                       / CS-MEMBERS(CS-INDEX, GROUP-INDEX)
                   COMPUTE AVG-CAMP ROUNDED =
                       CS-CAMP-SPEND(CS-INDEX, GROUP-INDEX)
                       / CS-MEMBERS(CS-INDEX, GROUP-INDEX)
                   COMPUTE REDEEM-RATE ROUNDED =
                       CS-REDEEMED(CS-INDEX, GROUP-INDEX) * 100
                       / CS-MEMBERS(CS-INDEX, GROUP-INDEX)
               END-IF
               COMPUTE AVG-UPLIFT = AVG-CAMP - AVG-BASE
               IF GROUP-INDEX = 1
                   MOVE AVG-UPLIFT TO TARGET-UPLIFT
               ELSE
                   MOVE AVG-UPLIFT TO CONTROL-UPLIFT
               END-IF

               MOVE CS-MEMBERS(CS-INDEX, GROUP-INDEX) TO COUNT-ED
               MOVE CS-REDEEMED(CS-INDEX, GROUP-INDEX) TO COUNT-ED2
               MOVE REDEEM-RATE TO RATE-ED
               MOVE AVG-BASE TO AMOUNT-ED
               MOVE AVG-CAMP TO AMOUNT-ED2
               MOVE AVG-UPLIFT TO AMOUNT-ED3
               INITIALIZE REPORT-TEXT
               STRING GROUP-NAME " " COUNT-ED "    " COUNT-ED2
                   " " RATE-ED " " AMOUNT-ED " " AMOUNT-ED2 "  "
                   AMOUNT-ED3
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RESULTS-LINE
               WRITE RESULTS-LINE.
