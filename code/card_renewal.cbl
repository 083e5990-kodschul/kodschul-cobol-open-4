           IDENTIFICATION DIVISION.
           PROGRAM-ID. CARD-RENEWAL.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CardMasterFile ASSIGN TO "CARDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CARD-NUMBER
                   FILE STATUS IS CARD-FILE-STATUS.

               SELECT CardLinkFile ASSIGN TO "CARDLINK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CL-KEY
                   FILE STATUS IS LINK-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT CardCarrierFile ASSIGN TO "CARDCARR"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD CardMasterFile.
           COPY CARDMAST.

           FD CardLinkFile.
           COPY CARDLINK.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD CardCarrierFile.
           01 CARD-CARRIER-RECORD.
               02 CC-CARD-NUMBER PIC X(10).
               02 CC-OLD-CARD    PIC X(10).
               02 CC-REASON      PIC X(7).
               02 CC-EXPIRY      PIC 9(8).
               02 CC-DELIVERY    PIC X(1).
                   88 CC-BY-MAIL      VALUE "M".
                   88 CC-AT-BRANCH    VALUE "B".
               02 CC-CUST-ID     PIC X(6).
               02 CC-NAME        PIC X(20).
               02 CC-STREET      PIC X(20).
               02 CC-CITY        PIC X(20).
               02 CC-POSTCODE    PIC X(8).

           WORKING-STORAGE SECTION.
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
               88 CARD-FILE-EOF VALUE "10".
           01 LINK-FILE-STATUS PIC XX.
               88 LINK-FILE-OK VALUE "00".
               88 LINK-FILE-MISSING VALUE "35".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 LINK-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 WINDOW-END PIC 9(8).
           01 WINDOW-PARTS REDEFINES WINDOW-END.
               02 WE-YEAR  PIC 9(4).
               02 WE-MONTH PIC 9(2).
               02 WE-DAY   PIC 9(2).
           01 MONTHS-TOTAL PIC 9(6).
           01 YEAR-PART PIC 9(4).
           01 MONTH-PART PIC 9(2).

           01 NEW-EXPIRY PIC 9(8).
           01 NEW-EXPIRY-PARTS REDEFINES NEW-EXPIRY.
               02 NE-YEAR  PIC 9(4).
               02 NE-MMDD  PIC 9(4).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 VALIDITY-YEARS PIC 9(2) VALUE 3.

           01 RENEWAL-TABLE.
               02 RT-COUNT PIC 9(4) VALUE 0.
               02 RT-ENTRY OCCURS 2000 TIMES.
                   03 RT-CARD   PIC X(10).
                   03 RT-REASON PIC X(7).
           01 RT-INDEX PIC 9(4).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 LINK-TABLE.
               02 LT-COUNT PIC 9(2).
               02 LT-ACCT OCCURS 9 TIMES PIC X(6).
           01 LT-INDEX PIC 9(2).

           01 SAVED-CARD PIC X(64).
           01 OLD-CARD-NUMBER PIC X(10).
           01 NEW-CARD-NUMBER PIC X(10).
           01 CARD-SEQUENCE PIC 9(3) VALUE 0.
           01 NUMBER-FOUND PIC X(1).
               88 NUMBER-IS-FOUND VALUE "Y".
           01 NUMBERS-EXHAUSTED PIC X(1) VALUE "N".
               88 NUMBERS-ARE-EXHAUSTED VALUE "Y".

           01 CARDS-RENEWED PIC 9(5) VALUE 0.
           01 CARDS-REISSUED PIC 9(5) VALUE 0.
           01 CARDS-RETIRED PIC 9(5) VALUE 0.
           01 SKIPPED-CLOSED PIC 9(5) VALUE 0.
           01 SKIPPED-DORMANT PIC 9(5) VALUE 0.
           01 SKIPPED-DECEASED PIC 9(5) VALUE 0.
           01 SKIPPED-BLOCKED PIC 9(5) VALUE 0.
           01 CARRIERS-AT-BRANCH PIC 9(5) VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Card Renewal and Reissue ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "CRDVALIDYRS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO VALIDITY-YEARS
               END-IF

               MOVE RUN-DATE TO WINDOW-END
               COMPUTE MONTHS-TOTAL = WE-YEAR * 12 + WE-MONTH - 1 + 2
               DIVIDE MONTHS-TOTAL BY 12 GIVING YEAR-PART
                   REMAINDER MONTH-PART
               MOVE YEAR-PART TO WE-YEAR
               COMPUTE WE-MONTH = MONTH-PART + 1
               IF WE-DAY > 28
                   MOVE 28 TO WE-DAY
               END-IF

               OPEN I-O CardMasterFile
               IF NOT CARD-FILE-OK
                   DISPLAY "Card master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O CardLinkFile
               IF LINK-FILE-MISSING
                   OPEN OUTPUT CardLinkFile
                   CLOSE CardLinkFile
                   OPEN I-O CardLinkFile
               END-IF
               OPEN INPUT AccountMasterFile
               OPEN INPUT CustomerMasterFile
               OPEN OUTPUT CardCarrierFile

               MOVE LOW-VALUES TO CARD-NUMBER
               START CardMasterFile KEY IS NOT LESS THAN CARD-NUMBER
                   INVALID KEY
                       SET CARD-FILE-EOF TO TRUE
               END-START
               PERFORM SELECT_ONE_CARD
                   UNTIL CARD-FILE-EOF

               PERFORM ISSUE_ONE_CARD
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
                   OR NUMBERS-ARE-EXHAUSTED

               CLOSE CardCarrierFile
               CLOSE CustomerMasterFile
               CLOSE AccountMasterFile
               CLOSE CardLinkFile
               CLOSE CardMasterFile

               DISPLAY "Cards renewed:          " CARDS-RENEWED
               DISPLAY "Cards reissued:         " CARDS-REISSUED
               DISPLAY "Replaced cards retired: " CARDS-RETIRED
               DISPLAY "Skipped, account closed:  " SKIPPED-CLOSED
               DISPLAY "Skipped, account dormant: " SKIPPED-DORMANT
               DISPLAY "Skipped, holder deceased: " SKIPPED-DECEASED
               DISPLAY "Not renewed - blocked:    " SKIPPED-BLOCKED
               DISPLAY "Carriers held at branch:  " CARRIERS-AT-BRANCH

               IF TABLE-HAS-OVERFLOWED OR NUMBERS-ARE-EXHAUSTED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "CARDRENEW" TO ALERT-SOURCE
                   MOVE "card renewal incomplete - rerun required"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               COMPUTE STEP-RECORDS = CARDS-RENEWED + CARDS-REISSUED
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Card Renewal and Reissue Complete ----"
               GOBACK.

           SELECT_ONE_CARD SECTION.
               READ CardMasterFile NEXT RECORD
                   AT END
                       SET CARD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ

               IF CARD-REPLACED-BY NOT = SPACES
                   IF CARD-IS-ACTIVE AND CARD-EXPIRY < RUN-DATE
                       MOVE "X" TO CARD-STATUS
                       REWRITE CARD-MASTER-RECORD
                       ADD 1 TO CARDS-RETIRED
                       MOVE "CARD_RETIRED" TO AUD-ACTION
                       INITIALIZE AUD-DETAIL
                       STRING "expired, replaced by "
                           CARD-REPLACED-BY
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       PERFORM AUDIT_CARD
                   END-IF
                   EXIT SECTION
               END-IF

               EVALUATE TRUE
                   WHEN CARD-IS-ACTIVE
                       AND CARD-EXPIRY NOT > WINDOW-END
                       PERFORM QUEUE_CARD
                       IF NOT TABLE-HAS-OVERFLOWED
                           MOVE "RENEWAL" TO RT-REASON(RT-COUNT)
                       END-IF
                   WHEN CARD-IS-HOT
                       PERFORM QUEUE_CARD
                       IF NOT TABLE-HAS-OVERFLOWED
                           MOVE "REISSUE" TO RT-REASON(RT-COUNT)
                       END-IF
               END-EVALUATE.

           QUEUE_CARD SECTION.
               IF RT-COUNT NOT < 2000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO RT-COUNT
               MOVE CARD-NUMBER TO RT-CARD(RT-COUNT).

           ISSUE_ONE_CARD SECTION.
               MOVE RT-CARD(RT-INDEX) TO CARD-NUMBER
               READ CardMasterFile
                   INVALID KEY
                       EXIT SECTION
               END-READ

               MOVE CARD-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       ADD 1 TO SKIPPED-CLOSED
                       EXIT SECTION
               END-READ
               IF ACCT-IS-DORMANT
                   ADD 1 TO SKIPPED-DORMANT
                   EXIT SECTION
               END-IF
               IF ACCT-IS-BLOCKED
                   ADD 1 TO SKIPPED-BLOCKED
                   EXIT SECTION
               END-IF
               MOVE CARD-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-IS-DECEASED
                           ADD 1 TO SKIPPED-DECEASED
                           EXIT SECTION
                       END-IF
                       IF CUST-IS-LOCKED
                           ADD 1 TO SKIPPED-BLOCKED
                           EXIT SECTION
                       END-IF
               END-READ

               MOVE CARD-MASTER-RECORD TO SAVED-CARD
               MOVE CARD-NUMBER TO OLD-CARD-NUMBER
               IF RT-REASON(RT-INDEX) = "RENEWAL"
                   MOVE CARD-EXPIRY TO NEW-EXPIRY
               ELSE
                   MOVE RUN-DATE TO NEW-EXPIRY
               END-IF
               ADD VALIDITY-YEARS TO NE-YEAR
               IF NE-MMDD = 0229
                   MOVE 0228 TO NE-MMDD
               END-IF

               PERFORM FIND_FREE_CARD_NUMBER
               IF NOT NUMBER-IS-FOUND
                   MOVE "Y" TO NUMBERS-EXHAUSTED
                   EXIT SECTION
               END-IF

               MOVE SAVED-CARD TO CARD-MASTER-RECORD
               MOVE NEW-CARD-NUMBER TO CARD-NUMBER
               MOVE NEW-EXPIRY TO CARD-EXPIRY
               MOVE 0 TO CARD-ATTEMPTS
               MOVE "A" TO CARD-STATUS
               MOVE OLD-CARD-NUMBER TO CARD-REPLACES
               MOVE SPACES TO CARD-REPLACED-BY
               MOVE 0 TO CARD-FIRST-USED
               WRITE CARD-MASTER-RECORD
                   INVALID KEY
                       EXIT SECTION
               END-WRITE

               MOVE OLD-CARD-NUMBER TO CARD-NUMBER
               READ CardMasterFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE NEW-CARD-NUMBER TO CARD-REPLACED-BY
               REWRITE CARD-MASTER-RECORD

               PERFORM COPY_CARD_LINKS
               PERFORM WRITE_CARRIER

               IF RT-REASON(RT-INDEX) = "RENEWAL"
                   ADD 1 TO CARDS-RENEWED
                   MOVE "CARD_RENEWED" TO AUD-ACTION
               ELSE
                   ADD 1 TO CARDS-REISSUED
                   MOVE "CARD_REISSUED" TO AUD-ACTION
               END-IF
               INITIALIZE AUD-DETAIL
               STRING "new card " NEW-CARD-NUMBER " exp "
                   NEW-EXPIRY
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM AUDIT_CARD.

           FIND_FREE_CARD_NUMBER SECTION.
               MOVE "N" TO NUMBER-FOUND
               PERFORM TRY_NEXT_CARD_NUMBER
                   UNTIL NUMBER-IS-FOUND
                   OR CARD-SEQUENCE = 999.

           TRY_NEXT_CARD_NUMBER SECTION.
               ADD 1 TO CARD-SEQUENCE
               INITIALIZE NEW-CARD-NUMBER
               STRING "9" RUN-DATE(3:6) CARD-SEQUENCE
                   DELIMITED BY SIZE INTO NEW-CARD-NUMBER
               MOVE NEW-CARD-NUMBER TO CARD-NUMBER
               READ CardMasterFile
                   INVALID KEY
                       MOVE "Y" TO NUMBER-FOUND
               END-READ.

           COPY_CARD_LINKS SECTION.
               MOVE 0 TO LT-COUNT
               MOVE OLD-CARD-NUMBER TO CL-CARD-NUMBER
               MOVE LOW-VALUES TO CL-ACCT-NUMBER
               MOVE "N" TO LINK-EOF
               START CardLinkFile KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY
                       MOVE "Y" TO LINK-EOF
               END-START
               PERFORM COLLECT_ONE_LINK
                   UNTIL LINK-EOF = "Y"
               PERFORM WRITE_ONE_LINK
                   VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > LT-COUNT.

           COLLECT_ONE_LINK SECTION.
               READ CardLinkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LINK-EOF
                       EXIT SECTION
               END-READ
               IF CL-CARD-NUMBER NOT = OLD-CARD-NUMBER
                   OR LT-COUNT NOT < 9
                   MOVE "Y" TO LINK-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO LT-COUNT
               MOVE CL-ACCT-NUMBER TO LT-ACCT(LT-COUNT).

           WRITE_ONE_LINK SECTION.
               MOVE NEW-CARD-NUMBER TO CL-CARD-NUMBER
               MOVE LT-ACCT(LT-INDEX) TO CL-ACCT-NUMBER
               MOVE RUN-DATE TO CL-LINKED-DATE
               WRITE CARD-LINK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.

           WRITE_CARRIER SECTION.
               INITIALIZE CARD-CARRIER-RECORD
               MOVE NEW-CARD-NUMBER TO CC-CARD-NUMBER
               MOVE OLD-CARD-NUMBER TO CC-OLD-CARD
               MOVE RT-REASON(RT-INDEX) TO CC-REASON
               MOVE NEW-EXPIRY TO CC-EXPIRY
               MOVE CARD-CUST-ID TO CC-CUST-ID
               MOVE "M" TO CC-DELIVERY
               MOVE CARD-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       MOVE "B" TO CC-DELIVERY
                   NOT INVALID KEY
                       MOVE CUST-NAME TO CC-NAME
                       MOVE CUST-STREET TO CC-STREET
                       MOVE CUST-CITY TO CC-CITY
                       MOVE CUST-POSTCODE TO CC-POSTCODE
                       IF CUST-MAIL-IS-RETURNED
                           MOVE "B" TO CC-DELIVERY
                       END-IF
               END-READ
               IF CC-AT-BRANCH
                   ADD 1 TO CARRIERS-AT-BRANCH
               END-IF
               WRITE CARD-CARRIER-RECORD.

           AUDIT_CARD SECTION.
               MOVE "CARDRENEW" TO AUD-SOURCE
               MOVE CARD-NUMBER TO AUD-USER
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
