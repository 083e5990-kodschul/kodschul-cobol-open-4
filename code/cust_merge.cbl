           IDENTIFICATION DIVISION.
           PROGRAM-ID. CUST-MERGE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

               SELECT LoyaltyFile ASSIGN TO "LOYALTY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOY-CUST-ID
                   FILE STATUS IS LOY-FILE-STATUS.

               SELECT AlertPrefFile ASSIGN TO "ALERTPREF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CUST-ID
                   FILE STATUS IS PREF-FILE-STATUS.

               SELECT PayeeFile ASSIGN TO "PAYEES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PB-KEY
                   FILE STATUS IS PAYEE-FILE-STATUS.

               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT LoanMasterFile ASSIGN TO "LOANMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-LOAN-ID
                   FILE STATUS IS LOAN-FILE-STATUS.

               SELECT PlayerCustomerFile ASSIGN TO "PLAYERCUST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-PLAYER
                   FILE STATUS IS PLAYER-FILE-STATUS.

               SELECT CustomerTaxFile ASSIGN TO "CUSTTAX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTX-CUST-ID
                   FILE STATUS IS CTX-FILE-STATUS.

               SELECT GuardianFile ASSIGN TO "GUARDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GD-KEY
                   FILE STATUS IS GUARD-FILE-STATUS.

               SELECT PromoCodeFile ASSIGN TO "PROMOCDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROMO-CODE
                   FILE STATUS IS PROMO-FILE-STATUS.

               SELECT DupCandidateFile ASSIGN TO "DUPCAND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DUP-FILE-STATUS.

               SELECT MergeReportFile ASSIGN TO "MERGERPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
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

           FD UserCredentialsFile.
           COPY USERCRED.

           FD LoyaltyFile.
           01 LOYALTY-RECORD.
               02 LOY-CUST-ID PIC X(6).
               02 LOY-POINTS  PIC 9(7).

           FD AlertPrefFile.
           COPY ALERTPRF.

           FD PayeeFile.
           01 PAYEE-RECORD.
               02 PB-KEY.
                   03 PB-CUST PIC X(6).
                   03 PB-ACCT PIC X(6).
               02 PB-NICKNAME PIC X(12).
               02 PB-ADDED-DATE PIC 9(8).

           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD LoanMasterFile.
           COPY LOANMAST.

           FD PlayerCustomerFile.
           01 PLAYER-CUSTOMER-RECORD.
               02 PC-PLAYER  PIC X(10).
               02 PC-CUST-ID PIC X(6).

           FD CustomerTaxFile.
           COPY CUSTTAX.

           FD GuardianFile.
           COPY GUARDMST.

           FD PromoCodeFile.
           COPY PROMOCDS.

           FD DupCandidateFile.
           COPY DUPCAND.

           FD MergeReportFile.
           01 MERGE-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 HOLDER-FILE-STATUS PIC XX.
               88 HOLDER-FILE-OK VALUE "00".
               88 HOLDER-FILE-EOF VALUE "10".
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
               88 CARD-FILE-EOF VALUE "10".
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
               88 USER-FILE-EOF VALUE "10".
           01 LOY-FILE-STATUS PIC XX.
               88 LOY-FILE-OK VALUE "00".
           01 PREF-FILE-STATUS PIC XX.
               88 PREF-FILE-OK VALUE "00".
           01 PAYEE-FILE-STATUS PIC XX.
               88 PAYEE-FILE-OK VALUE "00".
               88 PAYEE-FILE-EOF VALUE "10".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
               88 STUD-FILE-EOF VALUE "10".
           01 LOAN-FILE-STATUS PIC XX.
               88 LOAN-FILE-OK VALUE "00".
               88 LOAN-FILE-EOF VALUE "10".
           01 PLAYER-FILE-STATUS PIC XX.
               88 PLAYER-FILE-OK VALUE "00".
               88 PLAYER-FILE-EOF VALUE "10".
           01 CTX-FILE-STATUS PIC XX.
               88 CTX-FILE-OK VALUE "00".
           01 GUARD-FILE-STATUS PIC XX.
               88 GUARD-FILE-OK VALUE "00".
               88 GUARD-FILE-EOF VALUE "10".
           01 PROMO-FILE-STATUS PIC XX.
               88 PROMO-FILE-OK VALUE "00".
               88 PROMO-FILE-EOF VALUE "10".
           01 DUP-FILE-STATUS PIC XX.
               88 DUP-FILE-OK VALUE "00".
           01 DUP-EOF PIC X.

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 LOSING-ID PIC X(6).
           01 SURVIVING-ID PIC X(6).
           01 CONFIRM-ID PIC X(6).
           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 LOSING-CUSTOMER PIC X(98).
           01 SURVIVING-CUSTOMER PIC X(98).

           01 MOVED-COUNT PIC 9(5).
           01 SKIPPED-COUNT PIC 9(5).
           01 FILE-MOVED PIC 9(5).
           01 LOYALTY-MOVED PIC 9(7).

           01 MOVE-TABLE.
               02 MOVE-COUNT PIC 9(2) VALUE 0.
               02 MOVE-ENTRY OCCURS 50 TIMES.
                   03 MT-ACCT     PIC X(6).
                   03 MT-ROLE     PIC X(1).
                   03 MT-NICKNAME PIC X(12).
                   03 MT-ADDED    PIC 9(8).
           01 MOVE-INDEX PIC 9(2).
           01 MOVE-FULL PIC X VALUE "N".
               88 MOVE-IS-FULL VALUE "Y".
           01 SCAN-EOF PIC X.

           01 SAVED-PREF PIC X(40).
           01 SAVED-TAX PIC X(41).
           01 TAX-RANK PIC 9(1).
           01 LOSING-TAX-RANK PIC 9(1).
           01 LOSING-TAX-RATE PIC 9(2)V99.
           01 KEEP-LOSING-TAX PIC X(1).
               88 LOSING-TAX-IS-KEPT VALUE "Y".

           01 REPORT-TEXT PIC X(80).
           01 REPORT-LABEL PIC X(16).

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Customer Merge ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "CUSTMERGE" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for customer merge."
                   STOP RUN
               END-IF

               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               PERFORM MAINT_MENU
               UNTIL CHOICE = 3

               DISPLAY "---- Customer Merge Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. List probable duplicates   *"
               DISPLAY "* 2. Merge two customers        *"
               DISPLAY "* 3. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST_CANDIDATES
                   WHEN 2
                       PERFORM MERGE_CUSTOMERS
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           LIST_CANDIDATES SECTION.
               OPEN INPUT DupCandidateFile
               IF NOT DUP-FILE-OK
                   DISPLAY "No duplicate scan on file - run "
                       "CUST-DUP-SCAN first."
                   EXIT SECTION
               END-IF
               DISPLAY "CUST-A CUST-B SCORE MATCH SCANNED"
               MOVE "N" TO DUP-EOF
               PERFORM LIST_ONE_CANDIDATE
               UNTIL DUP-EOF = "Y"
               CLOSE DupCandidateFile.

           LIST_ONE_CANDIDATE SECTION.
               READ DupCandidateFile
                   AT END
                       MOVE "Y" TO DUP-EOF
                   NOT AT END
                       DISPLAY DC-CUST-A " " DC-CUST-B "   "
                           DC-SCORE "    " DC-MATCHED "   "
                           DC-RUN-DATE
               END-READ.

           MERGE_CUSTOMERS SECTION.
               DISPLAY "Losing customer id (to be removed): "
               ACCEPT LOSING-ID
               DISPLAY "Surviving customer id: "
               ACCEPT SURVIVING-ID
               IF LOSING-ID = SURVIVING-ID
                   OR LOSING-ID = SPACES OR SURVIVING-ID = SPACES
                   DISPLAY "Two different customer ids are "
                       "required."
                   EXIT SECTION
               END-IF

               OPEN I-O CustomerMasterFile
               IF NOT CUST-FILE-OK
                   DISPLAY "Customer master not available."
                   EXIT SECTION
               END-IF
               MOVE SURVIVING-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       DISPLAY "Surviving customer not found."
                       CLOSE CustomerMasterFile
                       EXIT SECTION
               END-READ
               MOVE CUSTOMER-MASTER-RECORD TO SURVIVING-CUSTOMER
               DISPLAY "Surviving: " CUST-ID " " CUST-NAME " "
                   CUST-POSTCODE " " CUST-PHONE

               MOVE LOSING-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       DISPLAY "Losing customer not found."
                       CLOSE CustomerMasterFile
                       EXIT SECTION
               END-READ
               MOVE CUSTOMER-MASTER-RECORD TO LOSING-CUSTOMER
               DISPLAY "Losing   : " CUST-ID " " CUST-NAME " "
                   CUST-POSTCODE " " CUST-PHONE
               IF CUST-IS-LOCKED
                   DISPLAY "Losing customer is locked - resolve "
                       "the lock before merging."
                   CLOSE CustomerMasterFile
                   EXIT SECTION
               END-IF

               DISPLAY "Re-enter surviving id to confirm merge: "
               ACCEPT CONFIRM-ID
               IF CONFIRM-ID NOT = SURVIVING-ID
                   DISPLAY "Merge cancelled."
                   CLOSE CustomerMasterFile
                   EXIT SECTION
               END-IF

               MOVE 0 TO MOVED-COUNT
               MOVE 0 TO SKIPPED-COUNT
               OPEN EXTEND MergeReportFile
               PERFORM REPORT_MERGE_HEADER

               PERFORM REPOINT_ACCOUNTS
               PERFORM MOVE_HOLDERS
               PERFORM REPOINT_CARDS
               PERFORM REPOINT_USERS
               PERFORM MERGE_LOYALTY
               PERFORM MERGE_ALERT_PREFS
               PERFORM MOVE_PAYEES
               PERFORM REPOINT_STUDENTS
               PERFORM REPOINT_LOANS
               PERFORM REPOINT_PLAYERS
               PERFORM MERGE_TAX_STATUS
               PERFORM REPOINT_GUARDIANS
               PERFORM REPOINT_PROMO_CODES

               PERFORM FINISH_CUSTOMERS
               CLOSE CustomerMasterFile
               CLOSE MergeReportFile

               MOVE "CUSTMERGE" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "CUST_MERGED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING LOSING-ID " into " SURVIVING-ID " recs "
                   MOVED-COUNT DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL
               DISPLAY "Records re-pointed: " MOVED-COUNT
               IF SKIPPED-COUNT > 0
                   DISPLAY "Records skipped (in use): "
                       SKIPPED-COUNT " - rerun the merge later."
               END-IF
               DISPLAY "Report written to MERGERPT.".

           REPORT_MERGE_HEADER SECTION.
               INITIALIZE REPORT-TEXT
               STRING "==== Customer merge " LOSING-ID " into "
                   SURVIVING-ID "  " RUN-DATE "  by " CA-USER-ID
                   " ====" DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               MOVE LOSING-CUSTOMER TO CUSTOMER-MASTER-RECORD
               MOVE "BEFORE losing" TO REPORT-LABEL
               PERFORM REPORT_CUSTOMER
               MOVE SURVIVING-CUSTOMER TO CUSTOMER-MASTER-RECORD
               MOVE "BEFORE surviving" TO REPORT-LABEL
               PERFORM REPORT_CUSTOMER.

           REPORT_CUSTOMER SECTION.
               INITIALIZE REPORT-TEXT
               STRING REPORT-LABEL " " CUST-ID " " CUST-NAME
                   " " CUST-POSTCODE " " CUST-PHONE " L"
                   CUST-LOCKED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "                 " CUST-STREET " "
                   CUST-CITY DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           WRITE_REPORT_LINE SECTION.
               MOVE REPORT-TEXT TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE.

           REPORT_FILE_TOTAL SECTION.
               STRING "  re-pointed " FILE-MOVED
                   DELIMITED BY SIZE INTO REPORT-TEXT(13:)
               PERFORM WRITE_REPORT_LINE
               ADD FILE-MOVED TO MOVED-COUNT.

           REPORT_MISSING_FILE SECTION.
               STRING "  not on file - nothing to move"
                   DELIMITED BY SIZE INTO REPORT-TEXT(13:)
               PERFORM WRITE_REPORT_LINE.

           REPOINT_ACCOUNTS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   MOVE "ACCTMAST" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       SET ACCT-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_ACCOUNT
               UNTIL ACCT-FILE-EOF
               CLOSE AccountMasterFile
               MOVE "ACCTMAST" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF ACCT-CUST-ID NOT = LOSING-ID
                   EXIT SECTION
               END-IF

               MOVE "GET" TO AL-ACTION
               MOVE ACCT-NUMBER TO AL-ACCOUNT
               MOVE CA-USER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   ADD 1 TO SKIPPED-COUNT
                   INITIALIZE REPORT-TEXT
                   STRING "ACCTMAST    account " ACCT-NUMBER
                       " in use - NOT moved"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
                   EXIT SECTION
               END-IF
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE SURVIVING-ID TO ACCT-CUST-ID
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED
               ADD 1 TO FILE-MOVED
               INITIALIZE REPORT-TEXT
               STRING "ACCTMAST    account " ACCT-NUMBER
                   " owner " LOSING-ID " -> " SURVIVING-ID
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           MOVE_HOLDERS SECTION.
               MOVE 0 TO FILE-MOVED
               MOVE 0 TO MOVE-COUNT
               MOVE "N" TO MOVE-FULL
               OPEN I-O AccountHolderFile
               IF NOT HOLDER-FILE-OK
                   MOVE "ACCTHOLD" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO AH-KEY
               START AccountHolderFile KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       SET HOLDER-FILE-EOF TO TRUE
               END-START
               PERFORM COLLECT_ONE_HOLDER
               UNTIL HOLDER-FILE-EOF
               PERFORM MOVE_ONE_HOLDER
                   VARYING MOVE-INDEX FROM 1 BY 1
                   UNTIL MOVE-INDEX > MOVE-COUNT
               CLOSE AccountHolderFile
               IF MOVE-IS-FULL
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "ACCTHOLD    more links than one pass "
                       & "handles - rerun merge" TO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
               END-IF
               MOVE "ACCTHOLD" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           COLLECT_ONE_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       SET HOLDER-FILE-EOF TO TRUE
                   NOT AT END
                       IF AH-CUST = LOSING-ID
                           IF MOVE-COUNT < 50
                               ADD 1 TO MOVE-COUNT
                               MOVE AH-ACCT TO MT-ACCT(MOVE-COUNT)
                               MOVE AH-ROLE TO MT-ROLE(MOVE-COUNT)
                           ELSE
                               MOVE "Y" TO MOVE-FULL
                           END-IF
                       END-IF
               END-READ.

           MOVE_ONE_HOLDER SECTION.
               MOVE MT-ACCT(MOVE-INDEX) TO AH-ACCT
               MOVE LOSING-ID TO AH-CUST
               DELETE AccountHolderFile
                   INVALID KEY
                       EXIT SECTION
               END-DELETE
               MOVE MT-ACCT(MOVE-INDEX) TO AH-ACCT
               MOVE SURVIVING-ID TO AH-CUST
               MOVE MT-ROLE(MOVE-INDEX) TO AH-ROLE
               ADD 1 TO FILE-MOVED
               INITIALIZE REPORT-TEXT
               WRITE ACCOUNT-HOLDER-RECORD
                   INVALID KEY
                       STRING "ACCTHOLD    account " AH-ACCT
                           " holder " LOSING-ID " removed - "
                           SURVIVING-ID " already holds it"
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   NOT INVALID KEY
                       STRING "ACCTHOLD    account " AH-ACCT
                           " holder " LOSING-ID " -> "
                           SURVIVING-ID " role " AH-ROLE
                           DELIMITED BY SIZE INTO REPORT-TEXT
               END-WRITE
               PERFORM WRITE_REPORT_LINE.

           REPOINT_CARDS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O CardMasterFile
               IF NOT CARD-FILE-OK
                   MOVE "CARDMAST" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO CARD-NUMBER
               START CardMasterFile KEY IS NOT LESS THAN CARD-NUMBER
                   INVALID KEY
                       SET CARD-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_CARD
               UNTIL CARD-FILE-EOF
               CLOSE CardMasterFile
               MOVE "CARDMAST" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_CARD SECTION.
               READ CardMasterFile NEXT RECORD
                   AT END
                       SET CARD-FILE-EOF TO TRUE
                   NOT AT END
                       IF CARD-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO CARD-CUST-ID
                           REWRITE CARD-MASTER-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "CARDMAST    card " CARD-NUMBER
                               " holder " LOSING-ID " -> "
                               SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           REPOINT_USERS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O UserCredentialsFile
               IF NOT USER-FILE-OK
                   MOVE "USERCRED" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO USER-ID
               START UserCredentialsFile KEY IS NOT LESS THAN
                   USER-ID
                   INVALID KEY
                       SET USER-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_USER
               UNTIL USER-FILE-EOF
               CLOSE UserCredentialsFile
               MOVE "USERCRED" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_USER SECTION.
               READ UserCredentialsFile NEXT RECORD
                   AT END
                       SET USER-FILE-EOF TO TRUE
                   NOT AT END
                       IF USER-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO USER-CUST-ID
                           REWRITE USER-CREDENTIAL-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "USERCRED    user " USER-ID
                               " customer " LOSING-ID " -> "
                               SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           MERGE_LOYALTY SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O LoyaltyFile
               IF NOT LOY-FILE-OK
                   MOVE "LOYALTY" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOSING-ID TO LOY-CUST-ID
               READ LoyaltyFile
                   INVALID KEY
                       CLOSE LoyaltyFile
                       MOVE "LOYALTY" TO REPORT-TEXT
                       PERFORM REPORT_FILE_TOTAL
                       EXIT SECTION
               END-READ
               MOVE LOY-POINTS TO LOYALTY-MOVED
               DELETE LoyaltyFile
               INITIALIZE REPORT-TEXT
               STRING "LOYALTY     " LOSING-ID " before "
                   LOYALTY-MOVED " points - removed"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE

               MOVE SURVIVING-ID TO LOY-CUST-ID
               READ LoyaltyFile
                   INVALID KEY
                       MOVE SURVIVING-ID TO LOY-CUST-ID
                       MOVE LOYALTY-MOVED TO LOY-POINTS
                       WRITE LOYALTY-RECORD
                   NOT INVALID KEY
                       INITIALIZE REPORT-TEXT
                       STRING "LOYALTY     " SURVIVING-ID
                           " before " LOY-POINTS " points"
                           DELIMITED BY SIZE INTO REPORT-TEXT
                       PERFORM WRITE_REPORT_LINE
                       ADD LOYALTY-MOVED TO LOY-POINTS
                       REWRITE LOYALTY-RECORD
               END-READ
               ADD 1 TO FILE-MOVED
               INITIALIZE REPORT-TEXT
               STRING "LOYALTY     " SURVIVING-ID " after  "
                   LOY-POINTS " points"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               CLOSE LoyaltyFile
               MOVE "LOYALTY" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           MERGE_ALERT_PREFS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O AlertPrefFile
               IF NOT PREF-FILE-OK
                   MOVE "ALERTPREF" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOSING-ID TO AP-CUST-ID
               READ AlertPrefFile
                   INVALID KEY
                       CLOSE AlertPrefFile
                       MOVE "ALERTPREF" TO REPORT-TEXT
                       PERFORM REPORT_FILE_TOTAL
                       EXIT SECTION
               END-READ
               MOVE ALERT-PREF-RECORD TO SAVED-PREF
               DELETE AlertPrefFile
               ADD 1 TO FILE-MOVED

               MOVE SURVIVING-ID TO AP-CUST-ID
               READ AlertPrefFile
                   INVALID KEY
                       MOVE SAVED-PREF TO ALERT-PREF-RECORD
                       MOVE SURVIVING-ID TO AP-CUST-ID
                       WRITE ALERT-PREF-RECORD
                       INITIALIZE REPORT-TEXT
                       STRING "ALERTPREF   preferences "
                           LOSING-ID " -> " SURVIVING-ID
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   NOT INVALID KEY
                       INITIALIZE REPORT-TEXT
                       STRING "ALERTPREF   preferences of "
                           LOSING-ID " removed - " SURVIVING-ID
                           " keeps own"
                           DELIMITED BY SIZE INTO REPORT-TEXT
               END-READ
               PERFORM WRITE_REPORT_LINE
               CLOSE AlertPrefFile
               MOVE "ALERTPREF" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           MOVE_PAYEES SECTION.
               MOVE 0 TO FILE-MOVED
               MOVE 0 TO MOVE-COUNT
               MOVE "N" TO MOVE-FULL
               OPEN I-O PayeeFile
               IF NOT PAYEE-FILE-OK
                   MOVE "PAYEES" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOSING-ID TO PB-CUST
               MOVE LOW-VALUES TO PB-ACCT
               MOVE "N" TO SCAN-EOF
               START PayeeFile KEY IS NOT LESS THAN PB-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM COLLECT_ONE_PAYEE
               UNTIL SCAN-EOF = "Y"
               PERFORM MOVE_ONE_PAYEE
                   VARYING MOVE-INDEX FROM 1 BY 1
                   UNTIL MOVE-INDEX > MOVE-COUNT
               CLOSE PayeeFile
               IF MOVE-IS-FULL
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "PAYEES      more payees than one pass "
                       & "handles - rerun merge" TO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
               END-IF
               MOVE "PAYEES" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           COLLECT_ONE_PAYEE SECTION.
               READ PayeeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                   NOT AT END
                       IF PB-CUST NOT = LOSING-ID
                           MOVE "Y" TO SCAN-EOF
                       ELSE
                           IF MOVE-COUNT < 50
                               ADD 1 TO MOVE-COUNT
                               MOVE PB-ACCT TO MT-ACCT(MOVE-COUNT)
                               MOVE PB-NICKNAME TO
                                   MT-NICKNAME(MOVE-COUNT)
                               MOVE PB-ADDED-DATE TO
                                   MT-ADDED(MOVE-COUNT)
                           ELSE
                               MOVE "Y" TO MOVE-FULL
                               MOVE "Y" TO SCAN-EOF
                           END-IF
                       END-IF
               END-READ.

           MOVE_ONE_PAYEE SECTION.
               MOVE LOSING-ID TO PB-CUST
               MOVE MT-ACCT(MOVE-INDEX) TO PB-ACCT
               DELETE PayeeFile
                   INVALID KEY
                       EXIT SECTION
               END-DELETE
               MOVE SURVIVING-ID TO PB-CUST
               MOVE MT-ACCT(MOVE-INDEX) TO PB-ACCT
               MOVE MT-NICKNAME(MOVE-INDEX) TO PB-NICKNAME
               MOVE MT-ADDED(MOVE-INDEX) TO PB-ADDED-DATE
               ADD 1 TO FILE-MOVED
               INITIALIZE REPORT-TEXT
               WRITE PAYEE-RECORD
                   INVALID KEY
                       STRING "PAYEES      payee " PB-ACCT " of "
                           LOSING-ID " removed - already with "
                           SURVIVING-ID
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   NOT INVALID KEY
                       STRING "PAYEES      payee " PB-ACCT " "
                           PB-NICKNAME " " LOSING-ID " -> "
                           SURVIVING-ID
                           DELIMITED BY SIZE INTO REPORT-TEXT
               END-WRITE
               PERFORM WRITE_REPORT_LINE.

           REPOINT_STUDENTS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O StudentMasterFile
               IF NOT STUD-FILE-OK
                   MOVE "STUDMAST" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO STUD-ID
               START StudentMasterFile KEY IS NOT LESS THAN STUD-ID
                   INVALID KEY
                       SET STUD-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_STUDENT
               UNTIL STUD-FILE-EOF
               CLOSE StudentMasterFile
               MOVE "STUDMAST" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_STUDENT SECTION.
               READ StudentMasterFile NEXT RECORD
                   AT END
                       SET STUD-FILE-EOF TO TRUE
                   NOT AT END
                       IF STUD-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO STUD-CUST-ID
                           REWRITE STUDENT-MASTER-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "STUDMAST    student " STUD-ID
                               " payer " LOSING-ID " -> "
                               SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           REPOINT_LOANS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O LoanMasterFile
               IF NOT LOAN-FILE-OK
                   MOVE "LOANMAST" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO LN-LOAN-ID
               START LoanMasterFile KEY IS NOT LESS THAN LN-LOAN-ID
                   INVALID KEY
                       SET LOAN-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_LOAN
               UNTIL LOAN-FILE-EOF
               CLOSE LoanMasterFile
               MOVE "LOANMAST" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_LOAN SECTION.
               READ LoanMasterFile NEXT RECORD
                   AT END
                       SET LOAN-FILE-EOF TO TRUE
                   NOT AT END
                       IF LN-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO LN-CUST-ID
                           REWRITE LOAN-MASTER-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "LOANMAST    loan " LN-LOAN-ID
                               " borrower " LOSING-ID " -> "
                               SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           REPOINT_PLAYERS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O PlayerCustomerFile
               IF NOT PLAYER-FILE-OK
                   MOVE "PLAYERCUST" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO PC-PLAYER
               START PlayerCustomerFile KEY IS NOT LESS THAN
                   PC-PLAYER
                   INVALID KEY
                       SET PLAYER-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_PLAYER
               UNTIL PLAYER-FILE-EOF
               CLOSE PlayerCustomerFile
               MOVE "PLAYERCUST" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_PLAYER SECTION.
               READ PlayerCustomerFile NEXT RECORD
                   AT END
                       SET PLAYER-FILE-EOF TO TRUE
                   NOT AT END
                       IF PC-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO PC-CUST-ID
                           REWRITE PLAYER-CUSTOMER-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "PLAYERCUST  player " PC-PLAYER
                               " customer " LOSING-ID " -> "
                               SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           MERGE_TAX_STATUS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O CustomerTaxFile
               IF NOT CTX-FILE-OK
                   MOVE "CUSTTAX" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOSING-ID TO CTX-CUST-ID
               READ CustomerTaxFile
                   INVALID KEY
                       CLOSE CustomerTaxFile
                       MOVE "CUSTTAX" TO REPORT-TEXT
                       PERFORM REPORT_FILE_TOTAL
                       EXIT SECTION
               END-READ
               MOVE CUSTOMER-TAX-RECORD TO SAVED-TAX
               PERFORM RANK_TAX_STATUS
               MOVE TAX-RANK TO LOSING-TAX-RANK
               MOVE CTX-RATE TO LOSING-TAX-RATE
               INITIALIZE REPORT-TEXT
               STRING "CUSTTAX     " LOSING-ID " before status "
                   CTX-STATUS " rate " CTX-RATE " expires "
                   CTX-EXPIRY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               DELETE CustomerTaxFile
               ADD 1 TO FILE-MOVED

               MOVE "N" TO KEEP-LOSING-TAX
               MOVE SURVIVING-ID TO CTX-CUST-ID
               READ CustomerTaxFile
                   INVALID KEY
                       MOVE "Y" TO KEEP-LOSING-TAX
                   NOT INVALID KEY
                       INITIALIZE REPORT-TEXT
                       STRING "CUSTTAX     " SURVIVING-ID
                           " before status " CTX-STATUS " rate "
                           CTX-RATE " expires " CTX-EXPIRY
                           DELIMITED BY SIZE INTO REPORT-TEXT
                       PERFORM WRITE_REPORT_LINE
                       PERFORM RANK_TAX_STATUS
                       IF LOSING-TAX-RANK > TAX-RANK
                           MOVE "Y" TO KEEP-LOSING-TAX
                       END-IF
                       IF LOSING-TAX-RANK = TAX-RANK
                           AND TAX-RANK = 2
                           AND LOSING-TAX-RATE < CTX-RATE
                           MOVE "Y" TO KEEP-LOSING-TAX
                       END-IF
               END-READ

               IF LOSING-TAX-IS-KEPT
                   MOVE SAVED-TAX TO CUSTOMER-TAX-RECORD
                   MOVE SURVIVING-ID TO CTX-CUST-ID
                   MOVE RUN-DATE TO CTX-UPDATED
                   WRITE CUSTOMER-TAX-RECORD
                       INVALID KEY
                           REWRITE CUSTOMER-TAX-RECORD
                   END-WRITE
               END-IF
               INITIALIZE REPORT-TEXT
               STRING "CUSTTAX     " SURVIVING-ID " after  status "
                   CTX-STATUS " rate " CTX-RATE " expires "
                   CTX-EXPIRY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               CLOSE CustomerTaxFile
               MOVE "CUSTTAX" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           RANK_TAX_STATUS SECTION.
               EVALUATE TRUE
                   WHEN CTX-EXPIRY < RUN-DATE
                       MOVE 1 TO TAX-RANK
                   WHEN CTX-IS-EXEMPT
                       MOVE 3 TO TAX-RANK
                   WHEN CTX-IS-NON-RESIDENT
                       MOVE 2 TO TAX-RANK
                   WHEN OTHER
                       MOVE 1 TO TAX-RANK
               END-EVALUATE.

           REPOINT_GUARDIANS SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O GuardianFile
               IF NOT GUARD-FILE-OK
                   MOVE "GUARDMST" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO GD-KEY
               START GuardianFile KEY IS NOT LESS THAN GD-KEY
                   INVALID KEY
                       SET GUARD-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_GUARDIAN
               UNTIL GUARD-FILE-EOF
               CLOSE GuardianFile
               MOVE "GUARDMST" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_GUARDIAN SECTION.
               READ GuardianFile NEXT RECORD
                   AT END
                       SET GUARD-FILE-EOF TO TRUE
                   NOT AT END
                       IF GD-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO GD-CUST-ID
                           REWRITE GUARDIAN-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "GUARDMST    student " GD-STUD-ID
                               " guardian " GD-SEQ " customer "
                               LOSING-ID " -> " SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           REPOINT_PROMO_CODES SECTION.
               MOVE 0 TO FILE-MOVED
               OPEN I-O PromoCodeFile
               IF NOT PROMO-FILE-OK
                   MOVE "PROMOCDS" TO REPORT-TEXT
                   PERFORM REPORT_MISSING_FILE
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO PROMO-CODE
               START PromoCodeFile KEY IS NOT LESS THAN PROMO-CODE
                   INVALID KEY
                       SET PROMO-FILE-EOF TO TRUE
               END-START
               PERFORM REPOINT_ONE_PROMO_CODE
               UNTIL PROMO-FILE-EOF
               CLOSE PromoCodeFile
               MOVE "PROMOCDS" TO REPORT-TEXT
               PERFORM REPORT_FILE_TOTAL.

           REPOINT_ONE_PROMO_CODE SECTION.
               READ PromoCodeFile NEXT RECORD
                   AT END
                       SET PROMO-FILE-EOF TO TRUE
                   NOT AT END
                       IF PROMO-CUST-ID = LOSING-ID
                           MOVE SURVIVING-ID TO PROMO-CUST-ID
                           REWRITE PROMO-CODE-RECORD
                           ADD 1 TO FILE-MOVED
                           INITIALIZE REPORT-TEXT
                           STRING "PROMOCDS    code " PROMO-CODE
                               " customer " LOSING-ID " -> "
                               SURVIVING-ID
                               DELIMITED BY SIZE INTO REPORT-TEXT
                           PERFORM WRITE_REPORT_LINE
                       END-IF
               END-READ.

           FINISH_CUSTOMERS SECTION.
               MOVE SURVIVING-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF CUST-STREET = SPACES
                   MOVE LOSING-CUSTOMER(28:20) TO CUST-STREET
               END-IF
               IF CUST-CITY = SPACES
                   MOVE LOSING-CUSTOMER(48:20) TO CUST-CITY
               END-IF
               IF CUST-POSTCODE = SPACES
                   MOVE LOSING-CUSTOMER(68:8) TO CUST-POSTCODE
               END-IF
               IF CUST-PHONE = SPACES
                   MOVE LOSING-CUSTOMER(76:12) TO CUST-PHONE
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE "AFTER surviving" TO REPORT-LABEL
               PERFORM REPORT_CUSTOMER

               IF SKIPPED-COUNT > 0
                   INITIALIZE REPORT-TEXT
                   STRING "AFTER  losing    " LOSING-ID
                       " retained - " SKIPPED-COUNT
                       " item(s) not moved, rerun merge"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
               ELSE
                   MOVE LOSING-ID TO CUST-ID
                   DELETE CustomerMasterFile
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   INITIALIZE REPORT-TEXT
                   STRING "AFTER  losing    " LOSING-ID
                       " removed from customer master"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
               END-IF
               INITIALIZE REPORT-TEXT
               STRING "Total records re-pointed " MOVED-COUNT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.
