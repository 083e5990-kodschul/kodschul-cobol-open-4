           IDENTIFICATION DIVISION.
           PROGRAM-ID. SCREEN-REVIEW.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ScreenQueueFile ASSIGN TO "SCRNQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SQ-ID
                   FILE STATUS IS QUEUE-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT AccountHolderFile ASSIGN TO "ACCTHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS HOLDER-FILE-STATUS.

               SELECT CardMasterFile ASSIGN TO "CARDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CARD-NUMBER
                   FILE STATUS IS CARD-FILE-STATUS.

               SELECT ClearingOutFile ASSIGN TO "CLRGOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD ScreenQueueFile.
           COPY SCRNQ.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD AccountHolderFile.
           01 ACCOUNT-HOLDER-RECORD.
               02 AH-KEY.
                   03 AH-ACCT PIC X(6).
                   03 AH-CUST PIC X(6).
               02 AH-ROLE PIC X(1).

           FD CardMasterFile.
           COPY CARDMAST.

           FD ClearingOutFile.
           01 ClearingOutLine.
               02 CO-BANK-CODE   PIC X(8).
               02 CO-REFERENCE   PIC X(14).
               02 CO-SRC-ACCT    PIC X(6).
               02 CO-DEST-ACCT   PIC X(6).
               02 CO-AMOUNT      PIC 9(7)V99.
               02 CO-SETTLE-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 QUEUE-FILE-STATUS PIC XX.
               88 QUEUE-FILE-OK      VALUE "00".
               88 QUEUE-FILE-MISSING VALUE "35".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 HOLDER-FILE-STATUS PIC XX.
               88 HOLDER-FILE-OK VALUE "00".
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
           01 QUEUE-EOF PIC X VALUE "N".
           01 SCAN-EOF  PIC X VALUE "N".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 DECISION PIC X(1).
           01 INPUT-QUEUE-ID PIC 9(16).
           01 LIST-STATUS PIC X(1).
           01 LIST-COUNT PIC 9(5).
           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 DECIDED-QUEUE-ID PIC 9(16).
           01 DECIDED-CUST-ID  PIC X(6).

           01 BLOCK-TABLE.
               02 BLOCK-COUNT PIC 9(3) VALUE 0.
               02 BLOCK-ACCT PIC X(6) OCCURS 50 TIMES.
           01 BLOCK-INDEX PIC 9(3).
           01 BLOCK-SEEN PIC X(1).
           01 BLOCK-CANDIDATE PIC X(6).
           01 ACCOUNTS-BLOCKED PIC 9(3).
           01 ACCOUNTS-SKIPPED PIC 9(3).
           01 CARDS-HOTLISTED PIC 9(3).

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 SP-SOURCE    PIC X(10).
           01 SP-REFERENCE PIC X(14).
           01 SP-CUST-ID   PIC X(6).
           01 SP-NAME      PIC X(30).
           01 SP-ACCOUNT   PIC X(6).
           01 SP-HELD-ITEM PIC X(60).
           01 SP-RESULT    PIC X(1).
               88 SP-IS-CLEAR     VALUE "C".
               88 SP-IS-HELD      VALUE "H".
               88 SP-IS-CONFIRMED VALUE "F".
           01 SP-QUEUE-ID  PIC 9(16).

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7) VALUE 0.
           01 EV-HASH-TOTAL PIC 9(13)V99 VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Watch-List Hit Review ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "SCREENING" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for screening review."
                   STOP RUN
               END-IF

               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN I-O ScreenQueueFile
               IF QUEUE-FILE-MISSING
                   OPEN OUTPUT ScreenQueueFile
                   CLOSE ScreenQueueFile
                   OPEN I-O ScreenQueueFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE ScreenQueueFile
               IF EV-RECORD-COUNT > 0
                   MOVE "TRL" TO EV-ACTION
                   MOVE "CLRGOUT" TO EV-FILE-NAME
                   MOVE "CLRGOUT" TO EV-FILE-ID
                   CALL "FILE-ENVELOPE" USING EV-ACTION,
                       EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                       EV-RECORD-COUNT, EV-HASH-TOTAL
               END-IF
               DISPLAY "---- Watch-List Hit Review Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. List pending hits          *"
               DISPLAY "* 2. Decide a hit               *"
               DISPLAY "* 3. List decided hits          *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       MOVE "P" TO LIST-STATUS
                       PERFORM LIST_HITS
                   WHEN 2
                       PERFORM DECIDE_HIT
                   WHEN 3
                       MOVE "D" TO LIST-STATUS
                       PERFORM LIST_HITS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           LIST_HITS SECTION.
               MOVE 0 TO LIST-COUNT
               MOVE "N" TO QUEUE-EOF
               MOVE 0 TO SQ-ID
               START ScreenQueueFile KEY IS NOT LESS THAN SQ-ID
                   INVALID KEY
                       MOVE "Y" TO QUEUE-EOF
               END-START
               PERFORM LIST_ONE_HIT
                   UNTIL QUEUE-EOF = "Y"
               IF LIST-COUNT = 0
                   DISPLAY "No hits to show."
               END-IF.

           LIST_ONE_HIT SECTION.
               READ ScreenQueueFile NEXT RECORD
                   AT END
                       MOVE "Y" TO QUEUE-EOF
                       EXIT SECTION
               END-READ
               IF LIST-STATUS = "P" AND NOT SQ-IS-PENDING
                   EXIT SECTION
               END-IF
               IF LIST-STATUS = "D" AND SQ-IS-PENDING
                   EXIT SECTION
               END-IF
               ADD 1 TO LIST-COUNT
               DISPLAY SQ-ID " " SQ-SOURCE " " SQ-STATUS
                   " raised " SQ-RAISED-DATE
               DISPLAY "    party " SQ-PARTY " cust " SQ-CUST-ID
                   " acct " SQ-ACCOUNT
               DISPLAY "    list  " SQ-WL-ID " " SQ-WL-NAME
               IF NOT SQ-IS-PENDING
                   DISPLAY "    decided " SQ-DECIDED-DATE " by "
                       SQ-DECIDED-BY
               END-IF
               IF SQ-HELD-ITEM NOT = SPACES
                   IF SQ-IS-RELEASED
                       DISPLAY "    payment released"
                   ELSE
                       DISPLAY "    payment held"
                   END-IF
               END-IF.

           DECIDE_HIT SECTION.
               DISPLAY "Queue id: "
               ACCEPT INPUT-QUEUE-ID
               MOVE INPUT-QUEUE-ID TO SQ-ID
               READ ScreenQueueFile
                   INVALID KEY
                       DISPLAY "No such hit."
                       EXIT SECTION
               END-READ
               IF NOT SQ-IS-PENDING
                   DISPLAY "Hit already decided (" SQ-STATUS ")."
                   EXIT SECTION
               END-IF

               DISPLAY "Source:     " SQ-SOURCE " ref "
                   SQ-REFERENCE
               DISPLAY "Party:      " SQ-PARTY
               DISPLAY "Customer:   " SQ-CUST-ID
                   "  account " SQ-ACCOUNT
               IF SQ-MATCHED-ACCOUNT
                   DISPLAY "Matched on: account number"
               ELSE
                   DISPLAY "Matched on: name"
               END-IF
               DISPLAY "Watch list: " SQ-WL-ID " " SQ-WL-NAME
               DISPLAY "Clear as false match (C), Confirm (F), "
                   "Skip (S): "
               ACCEPT DECISION
               INSPECT DECISION CONVERTING "cfs" TO "CFS"

               EVALUATE DECISION
                   WHEN "C"
                       PERFORM CLEAR_HIT
                   WHEN "F"
                       PERFORM CONFIRM_HIT
                   WHEN OTHER
                       DISPLAY "Hit left pending."
               END-EVALUATE.

           CLEAR_HIT SECTION.
               MOVE "C" TO SQ-STATUS
               MOVE RUN-DATE TO SQ-DECIDED-DATE
               MOVE CA-USER-ID TO SQ-DECIDED-BY
               REWRITE SCREEN-QUEUE-RECORD
               MOVE SQ-ID TO DECIDED-QUEUE-ID
               DISPLAY "Hit cleared as a false match."

               MOVE "SCREENING" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "SCREEN_CLEARED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING SQ-ID " " SQ-WL-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               IF SQ-HELD-ITEM NOT = SPACES
                   AND NOT SQ-IS-RELEASED
                   PERFORM RELEASE_HELD_PAYMENT
               END-IF.

           RELEASE_HELD_PAYMENT SECTION.
               MOVE SQ-SOURCE TO SP-SOURCE
               MOVE SQ-REFERENCE TO SP-REFERENCE
               MOVE SQ-CUST-ID TO SP-CUST-ID
               MOVE SQ-PARTY TO SP-NAME
               MOVE SQ-ACCOUNT TO SP-ACCOUNT
               MOVE SQ-HELD-ITEM TO SP-HELD-ITEM
               CLOSE ScreenQueueFile
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               OPEN I-O ScreenQueueFile

               EVALUATE TRUE
                   WHEN SP-IS-CONFIRMED
                       DISPLAY "Party has a confirmed match - "
                           "payment stays held."
                       EXIT SECTION
                   WHEN SP-IS-HELD
                       DISPLAY "Further watch-list hit - payment "
                           "now held under " SP-QUEUE-ID
                   WHEN OTHER
                       PERFORM WRITE_HELD_PAYMENT
               END-EVALUATE

               MOVE DECIDED-QUEUE-ID TO SQ-ID
               READ ScreenQueueFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE "Y" TO SQ-RELEASED
               REWRITE SCREEN-QUEUE-RECORD.

           WRITE_HELD_PAYMENT SECTION.
               MOVE "HDR" TO EV-ACTION
               MOVE "CLRGOUT" TO EV-FILE-NAME
               MOVE "CLRGOUT" TO EV-FILE-ID
               ACCEPT EV-BUS-DATE FROM DATE YYYYMMDD
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL

               OPEN EXTEND ClearingOutFile
               MOVE SP-HELD-ITEM TO ClearingOutLine
               IF CO-SETTLE-DATE < RUN-DATE
                   MOVE RUN-DATE TO CO-SETTLE-DATE
                   CALL "NEXT-BUSINESS-DAY" USING CO-SETTLE-DATE
               END-IF
               WRITE ClearingOutLine
               CLOSE ClearingOutFile
               ADD 1 TO EV-RECORD-COUNT
               ADD CO-AMOUNT TO EV-HASH-TOTAL
               DISPLAY "Held payment " CO-REFERENCE
                   " released to clearing, settlement "
                   CO-SETTLE-DATE

               MOVE "SCREENING" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "SCREEN_RELEASED" TO AUD-ACTION
               MOVE CO-REFERENCE TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           CONFIRM_HIT SECTION.
               DISPLAY "Confirming blocks the customer, every "
                   "account and card. Re-enter queue id: "
               ACCEPT INPUT-QUEUE-ID
               IF INPUT-QUEUE-ID NOT = SQ-ID
                   DISPLAY "Queue id does not match - hit left "
                       "pending."
                   EXIT SECTION
               END-IF

               MOVE "F" TO SQ-STATUS
               MOVE RUN-DATE TO SQ-DECIDED-DATE
               MOVE CA-USER-ID TO SQ-DECIDED-BY
               REWRITE SCREEN-QUEUE-RECORD
               MOVE SQ-CUST-ID TO DECIDED-CUST-ID
               DISPLAY "Hit confirmed."
               IF SQ-HELD-ITEM NOT = SPACES
                   AND NOT SQ-IS-RELEASED
                   DISPLAY "Held payment stays frozen."
               END-IF

               MOVE "SCREENING" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "SCREEN_CONFIRMED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING SQ-ID " " SQ-WL-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               MOVE "CRIT" TO ALERT-SEVERITY
               MOVE "SCREENING" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "Confirmed watch-list match " SQ-WL-ID
                   " cust " SQ-CUST-ID
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE

               IF DECIDED-CUST-ID NOT = SPACES
                   PERFORM BLOCK_CUSTOMER
               END-IF.

           BLOCK_CUSTOMER SECTION.
               OPEN I-O CustomerMasterFile
               IF CUST-FILE-OK
                   MOVE DECIDED-CUST-ID TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           DISPLAY "Customer " DECIDED-CUST-ID
                               " not on file."
                       NOT INVALID KEY
                           MOVE "Y" TO CUST-LOCKED
                           REWRITE CUSTOMER-MASTER-RECORD
                           DISPLAY "Customer " CUST-ID " locked."
                   END-READ
                   CLOSE CustomerMasterFile
               END-IF

               MOVE 0 TO BLOCK-COUNT
               PERFORM COLLECT_OWNED_ACCOUNTS
               PERFORM COLLECT_HELD_ACCOUNTS

               MOVE 0 TO ACCOUNTS-BLOCKED
               MOVE 0 TO ACCOUNTS-SKIPPED
               OPEN I-O AccountMasterFile
               PERFORM BLOCK_ONE_ACCOUNT
                   VARYING BLOCK-INDEX FROM 1 BY 1
                   UNTIL BLOCK-INDEX > BLOCK-COUNT
               CLOSE AccountMasterFile

               PERFORM HOTLIST_CARDS

               DISPLAY "Accounts blocked: " ACCOUNTS-BLOCKED
               DISPLAY "Cards hot-listed: " CARDS-HOTLISTED
               IF ACCOUNTS-SKIPPED > 0
                   DISPLAY "Accounts in use and NOT blocked: "
                       ACCOUNTS-SKIPPED
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "SCREENING" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "Cust " DECIDED-CUST-ID
                       " accounts not all blocked - retry"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
               END-IF.

           COLLECT_OWNED_ACCOUNTS SECTION.
               OPEN INPUT AccountMasterFile
               IF NOT ACCT-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               PERFORM CHECK_ONE_OWNED
                   UNTIL SCAN-EOF = "Y"
               CLOSE AccountMasterFile.

           CHECK_ONE_OWNED SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF ACCT-CUST-ID = DECIDED-CUST-ID
                   MOVE ACCT-NUMBER TO BLOCK-CANDIDATE
                   PERFORM ADD_BLOCK_ACCOUNT
               END-IF.

           COLLECT_HELD_ACCOUNTS SECTION.
               OPEN INPUT AccountHolderFile
               IF NOT HOLDER-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               PERFORM CHECK_ONE_HOLDER
                   UNTIL SCAN-EOF = "Y"
               CLOSE AccountHolderFile.

           CHECK_ONE_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF AH-CUST = DECIDED-CUST-ID
                   MOVE AH-ACCT TO BLOCK-CANDIDATE
                   PERFORM ADD_BLOCK_ACCOUNT
               END-IF.

           ADD_BLOCK_ACCOUNT SECTION.
               MOVE "N" TO BLOCK-SEEN
               PERFORM CHECK_BLOCK_SEEN
                   VARYING BLOCK-INDEX FROM 1 BY 1
                   UNTIL BLOCK-INDEX > BLOCK-COUNT
               IF BLOCK-SEEN = "Y"
                   EXIT SECTION
               END-IF
               IF BLOCK-COUNT NOT < 50
                   ADD 1 TO ACCOUNTS-SKIPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO BLOCK-COUNT
               MOVE BLOCK-CANDIDATE TO BLOCK-ACCT(BLOCK-COUNT).

           CHECK_BLOCK_SEEN SECTION.
               IF BLOCK-ACCT(BLOCK-INDEX) = BLOCK-CANDIDATE
                   MOVE "Y" TO BLOCK-SEEN
               END-IF.

           BLOCK_ONE_ACCOUNT SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE BLOCK-ACCT(BLOCK-INDEX) TO AL-ACCOUNT
               MOVE CA-USER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   ADD 1 TO ACCOUNTS-SKIPPED
                   DISPLAY "Account " AL-ACCOUNT
                       " in use - NOT blocked."
                   EXIT SECTION
               END-IF
               MOVE BLOCK-ACCT(BLOCK-INDEX) TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ACCT-BLOCKED
                       REWRITE ACCOUNT-RECORD
                       MOVE "ACCTMAST" TO AJ-FILE-ID
                       MOVE ACCOUNT-RECORD TO AJ-IMAGE
                       CALL "WRITE-AFTER-IMAGE" USING
                           AJ-FILE-ID, AJ-IMAGE
                       ADD 1 TO ACCOUNTS-BLOCKED
                       DISPLAY "Account " ACCT-NUMBER " blocked."
               END-READ
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED.

           HOTLIST_CARDS SECTION.
               MOVE 0 TO CARDS-HOTLISTED
               OPEN I-O CardMasterFile
               IF NOT CARD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO SCAN-EOF
               PERFORM HOTLIST_ONE_CARD
                   UNTIL SCAN-EOF = "Y"
               CLOSE CardMasterFile.

           HOTLIST_ONE_CARD SECTION.
               READ CardMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF CARD-CUST-ID = DECIDED-CUST-ID
                   AND CARD-IS-ACTIVE
                   MOVE "H" TO CARD-STATUS
                   REWRITE CARD-MASTER-RECORD
                   ADD 1 TO CARDS-HOTLISTED
                   DISPLAY "Card " CARD-NUMBER " hot-listed."
               END-IF.
