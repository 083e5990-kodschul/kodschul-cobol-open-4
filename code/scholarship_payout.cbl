           IDENTIFICATION DIVISION.
           PROGRAM-ID. SCHOLARSHIP-PAYOUT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AwardsFile ASSIGN TO AWARDS-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AWARDS-FILE-STATUS.

               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT GuardianFile ASSIGN TO "GUARDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GD-KEY
                   FILE STATUS IS GUARD-FILE-STATUS.

               SELECT SchoolInvoiceFile ASSIGN TO "SCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FI-KEY
                   FILE STATUS IS INV-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT PayoutFile ASSIGN TO "SCHOLPAY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SP-KEY
                   FILE STATUS IS PAYOUT-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ClearingOutFile ASSIGN TO "CLRGOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ScholarshipGlFile ASSIGN TO "SCHOLGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCHGL-FILE-STATUS.

               SELECT AwardLetterFile ASSIGN TO LETTER-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PayoutReportFile ASSIGN TO "SCHOLRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AwardsFile.
           01 AwardLine.
               02 AW-STUDENT PIC X(6).
               02 AW-RANK    PIC 9(3).
               02 AW-AVERAGE PIC 9V99.

           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD GuardianFile.
           COPY GUARDMST.

           FD SchoolInvoiceFile.
           COPY SCHINV.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD PayoutFile.
           COPY SCHOLPAY.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD ClearingOutFile.
           01 ClearingOutLine.
               02 CO-BANK-CODE   PIC X(8).
               02 CO-REFERENCE   PIC X(14).
               02 CO-SRC-ACCT    PIC X(6).
               02 CO-DEST-ACCT   PIC X(6).
               02 CO-AMOUNT      PIC 9(7)V99.
               02 CO-SETTLE-DATE PIC 9(8).

           FD ScholarshipGlFile.
           01 ScholarshipGlLine.
               02 SG-DATE      PIC 9(8).
               02 SG-TYPE      PIC X(4).
               02 SG-REFERENCE PIC X(14).
               02 SG-AMOUNT    PIC 9(9)V99.

           FD AwardLetterFile.
           01 LETTER-LINE PIC X(80).

           FD PayoutReportFile.
           01 PAYOUT-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 AWARDS-FILE-STATUS PIC XX.
               88 AWARDS-FILE-OK VALUE "00".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
           01 GUARD-FILE-STATUS PIC XX.
               88 GUARD-FILE-OK VALUE "00".
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 PAYOUT-FILE-STATUS PIC XX.
               88 PAYOUT-FILE-OK VALUE "00".
               88 PAYOUT-FILE-MISSING VALUE "35".
           01 SCHGL-FILE-STATUS PIC XX.
               88 SCHGL-FILE-OK VALUE "00".
           01 AWARDS-EOF PIC X VALUE "N".
           01 INV-EOF PIC X.
           01 GUARD-EOF PIC X.
           01 GUARD-OPEN PIC X VALUE "N".
               88 GUARD-IS-OPEN VALUE "Y".
           01 INV-OPEN PIC X VALUE "N".
               88 INV-IS-OPEN VALUE "Y".
           01 CLEARING-OPEN PIC X VALUE "N".
               88 CLEARING-IS-OPEN VALUE "Y".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 INPUT-SEMESTER PIC X(6).
           01 AWARDS-FILE-NAME PIC X(40).
           01 LETTER-FILE-NAME PIC X(40).
           01 CONFIRM-FLAG PIC X(1).

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 DATE-INT PIC 9(8).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 PARM-RANK-ID.
               02 FILLER      PIC X(8) VALUE "SCHOLAMT".
               02 PR-RANK     PIC 9(3).
               02 FILLER      PIC X(1) VALUE SPACE.
           01 FUND-ACCT-NO PIC 9(6) VALUE 0.
           01 FUND-ACCT PIC X(6).

           01 AWARD-AMOUNT PIC 9(7)V99.
           01 AWARD-LEFT PIC 9(7)V99.
           01 OPEN-INVOICE-TOTAL PIC 9(7)V99.
           01 SETTLE-AMOUNT PIC 9(7)V99.
           01 FAMILY-AMOUNT PIC 9(7)V99.
           01 PAYOUT-SEQ PIC 9(4) VALUE 0.
           01 HOLD-REASON PIC X(30).

           01 GUARDIAN-FOUND PIC X.
               88 GUARDIAN-IS-FOUND VALUE "Y".
           01 LINK-CUST-ID PIC X(6).
           01 PAY-ACCOUNT PIC X(6).
           01 ACCOUNT-FOUND PIC X.
               88 ACCOUNT-IS-FOUND VALUE "Y".

           01 SETTLED-TABLE.
               02 SETTLED-COUNT PIC 9(2) VALUE 0.
               02 SETTLED-ENTRY OCCURS 24 TIMES.
                   03 SD-MONTH   PIC 9(6).
                   03 SD-AMOUNT  PIC 9(5)V99.
                   03 SD-PART    PIC X(1).
           01 SETTLED-INDEX PIC 9(2).

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.

           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7).
           01 EV-HASH-TOTAL PIC 9(13)V99.

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 AWARDS-READ PIC 9(5) VALUE 0.
           01 AWARDS-PAID PIC 9(5) VALUE 0.
           01 AWARDS-HELD PIC 9(5) VALUE 0.
           01 AWARDS-SKIPPED PIC 9(5) VALUE 0.
           01 TOTAL-TO-INVOICES PIC 9(9)V99 VALUE 0.
           01 TOTAL-TO-ACCOUNTS PIC 9(9)V99 VALUE 0.
           01 TOTAL-TO-CLEARING PIC 9(9)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(6)9.99.
           01 TOTAL-ED PIC Z(8)9.99.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 SCRN-SOURCE    PIC X(10).
           01 SCRN-REFERENCE PIC X(14).
           01 SCRN-CUST-ID   PIC X(6).
           01 SCRN-NAME      PIC X(30).
           01 SCRN-ACCOUNT   PIC X(6).
           01 SCRN-HELD-ITEM PIC X(60).
           01 SCRN-RESULT    PIC X(1).
               88 SCRN-IS-CLEAR VALUE "C".
           01 SCRN-QUEUE-ID  PIC 9(16).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Scholarship Award Payout ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "SCHOLARSHIP" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for scholarship "
                       "payouts."
                   STOP RUN
               END-IF

               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "SCHOLACCT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO FUND-ACCT-NO
               END-IF
               MOVE FUND-ACCT-NO TO FUND-ACCT

               DISPLAY "Semester (e.g. 2026-1): "
               ACCEPT INPUT-SEMESTER
               INITIALIZE AWARDS-FILE-NAME
               STRING "AWARDS." INPUT-SEMESTER
                   DELIMITED BY SIZE INTO AWARDS-FILE-NAME
               OPEN INPUT AwardsFile
               IF NOT AWARDS-FILE-OK
                   DISPLAY "No awards file " AWARDS-FILE-NAME
                   STOP RUN
               END-IF

               DISPLAY "Pay out the awards in " AWARDS-FILE-NAME
                   " on " RUN-DATE "? (Y/N): "
               ACCEPT CONFIRM-FLAG
               IF CONFIRM-FLAG NOT = "Y"
                   DISPLAY "Payout abandoned."
                   CLOSE AwardsFile
                   STOP RUN
               END-IF

               OPEN INPUT StudentMasterFile
               OPEN I-O AccountMasterFile
               IF NOT STUD-FILE-OK OR NOT ACCT-FILE-OK
                   DISPLAY "Student or account master not "
                       "available - payout not made."
                   CLOSE AwardsFile
                   STOP RUN
               END-IF
               OPEN INPUT GuardianFile
               IF GUARD-FILE-OK
                   MOVE "Y" TO GUARD-OPEN
               END-IF
               OPEN I-O SchoolInvoiceFile
               IF INV-FILE-OK
                   MOVE "Y" TO INV-OPEN
               END-IF
               OPEN I-O PayoutFile
               IF PAYOUT-FILE-MISSING
                   OPEN OUTPUT PayoutFile
                   CLOSE PayoutFile
                   OPEN I-O PayoutFile
               END-IF
               OPEN EXTEND TransactionLogFile
               OPEN EXTEND ScholarshipGlFile
               IF NOT SCHGL-FILE-OK
                   OPEN OUTPUT ScholarshipGlFile
               END-IF
               OPEN OUTPUT PayoutReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Scholarship Payout " INPUT-SEMESTER
                   "  run " RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE
               MOVE "STUDNT RNK      AWARD   INVOICES     FAMILY RT"
                   TO PAYOUT-REPORT-LINE
               MOVE "REFERENCE / REASON" TO PAYOUT-REPORT-LINE(47:)
               WRITE PAYOUT-REPORT-LINE

               PERFORM PAY_ONE_AWARD
                   UNTIL AWARDS-EOF = "Y"

               IF CLEARING-IS-OPEN
                   CLOSE ClearingOutFile
                   MOVE "TRL" TO EV-ACTION
                   CALL "FILE-ENVELOPE" USING EV-ACTION,
                       EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                       EV-RECORD-COUNT, EV-HASH-TOTAL
               END-IF

               MOVE SPACES TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE
               MOVE TOTAL-TO-INVOICES TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Settled against fee invoices " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE
               MOVE TOTAL-TO-ACCOUNTS TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Credited to family accounts  " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE
               MOVE TOTAL-TO-CLEARING TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Sent to other banks          " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PAYOUT-REPORT-LINE
               WRITE PAYOUT-REPORT-LINE

               CLOSE AwardsFile
               CLOSE StudentMasterFile
               CLOSE AccountMasterFile
               IF GUARD-IS-OPEN
                   CLOSE GuardianFile
               END-IF
               IF INV-IS-OPEN
                   CLOSE SchoolInvoiceFile
               END-IF
               CLOSE PayoutFile
               CLOSE TransactionLogFile
               CLOSE ScholarshipGlFile
               CLOSE PayoutReportFile

               DISPLAY "Awards read:    " AWARDS-READ
               DISPLAY "Awards paid:    " AWARDS-PAID
               DISPLAY "Awards held:    " AWARDS-HELD
               DISPLAY "Already paid or no amount: " AWARDS-SKIPPED
               DISPLAY "---- Scholarship Payout Complete ----"
               STOP RUN.

           PAY_ONE_AWARD SECTION.
               READ AwardsFile
                   AT END
                       MOVE "Y" TO AWARDS-EOF
                       EXIT SECTION
               END-READ
               ADD 1 TO AWARDS-READ

               MOVE INPUT-SEMESTER TO SP-SEMESTER
               MOVE AW-STUDENT TO SP-STUDENT
               READ PayoutFile
                   INVALID KEY
                       INITIALIZE SCHOLARSHIP-PAYOUT-RECORD
                       MOVE INPUT-SEMESTER TO SP-SEMESTER
                       MOVE AW-STUDENT TO SP-STUDENT
                       MOVE AW-RANK TO SP-RANK
                       MOVE "H" TO SP-STATUS
                       WRITE SCHOLARSHIP-PAYOUT-RECORD
               END-READ
               IF SP-IS-PAID
                   ADD 1 TO AWARDS-SKIPPED
                   EXIT SECTION
               END-IF
               IF SP-IS-PART-PAID
                   PERFORM PAY_REMAINDER
                   EXIT SECTION
               END-IF
               MOVE SPACES TO HOLD-REASON
               MOVE 0 TO SP-TO-INVOICES
               MOVE 0 TO SP-TO-FAMILY

               PERFORM FIND_AWARD_AMOUNT
               IF AWARD-AMOUNT = 0
                   ADD 1 TO AWARDS-SKIPPED
                   DELETE PayoutFile
                   EXIT SECTION
               END-IF
               MOVE AWARD-AMOUNT TO SP-AWARD

               MOVE AW-STUDENT TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       MOVE "student not on file" TO HOLD-REASON
                       PERFORM HOLD_AWARD
                       EXIT SECTION
               END-READ

               MOVE 0 TO OPEN-INVOICE-TOTAL
               IF INV-IS-OPEN
                   PERFORM TOTAL_OPEN_INVOICES
               END-IF
               IF OPEN-INVOICE-TOTAL < AWARD-AMOUNT
                   COMPUTE FAMILY-AMOUNT =
                       AWARD-AMOUNT - OPEN-INVOICE-TOTAL
               ELSE
                   MOVE 0 TO FAMILY-AMOUNT
               END-IF

               PERFORM FIND_BILLING_GUARDIAN
               MOVE "I" TO SP-ROUTE
               MOVE SPACES TO SP-PAY-ACCT
               MOVE SPACES TO SP-BANK-CODE
               IF FAMILY-AMOUNT > 0
                   PERFORM CHOOSE_PAYMENT_ROUTE
                   IF HOLD-REASON NOT = SPACES
                       PERFORM HOLD_AWARD
                       EXIT SECTION
                   END-IF
               END-IF

               ADD 1 TO PAYOUT-SEQ
               INITIALIZE SP-REFERENCE
               STRING RUN-DATE "SC" PAYOUT-SEQ
                   DELIMITED BY SIZE INTO SP-REFERENCE

               MOVE 0 TO SETTLED-COUNT
               MOVE AWARD-AMOUNT TO AWARD-LEFT
               IF OPEN-INVOICE-TOTAL > 0
                   PERFORM SETTLE_INVOICES
               END-IF
               COMPUTE SP-TO-INVOICES = AWARD-AMOUNT - AWARD-LEFT
               MOVE AWARD-LEFT TO SP-TO-FAMILY
               IF SP-TO-INVOICES > 0
                   MOVE "INVS" TO SG-TYPE
                   MOVE SP-TO-INVOICES TO SG-AMOUNT
                   PERFORM WRITE_GL_FEED
                   ADD SP-TO-INVOICES TO TOTAL-TO-INVOICES
               END-IF

               EVALUATE TRUE
                   WHEN SP-TO-FAMILY = 0
                       CONTINUE
                   WHEN SP-BY-ACCOUNT
                       PERFORM CREDIT_FAMILY_ACCOUNT
                       IF HOLD-REASON NOT = SPACES
                           PERFORM HOLD_REMAINDER
                       END-IF
                   WHEN SP-BY-CLEARING
                       PERFORM SEND_BY_CLEARING
                       IF HOLD-REASON NOT = SPACES
                           PERFORM HOLD_REMAINDER
                       END-IF
               END-EVALUATE

               MOVE RUN-DATE TO SP-PAID-DATE
               IF HOLD-REASON = SPACES
                   MOVE "P" TO SP-STATUS
                   MOVE SPACES TO SP-HOLD-REASON
                   ADD 1 TO AWARDS-PAID
                   MOVE "SCHOLARSHIP_PAID" TO AUD-ACTION
               ELSE
                   MOVE "R" TO SP-STATUS
                   MOVE "SCHOLAR_PART_PAID" TO AUD-ACTION
               END-IF
               REWRITE SCHOLARSHIP-PAYOUT-RECORD
               PERFORM WRITE_AWARD_LETTER
               PERFORM WRITE_REPORT_LINE

               MOVE "SCHOLPAY" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING AW-STUDENT " " SP-REFERENCE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           PAY_REMAINDER SECTION.
               MOVE SPACES TO HOLD-REASON
               MOVE AW-STUDENT TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       MOVE "student not on file" TO HOLD-REASON
               END-READ
               IF HOLD-REASON = SPACES
                   PERFORM FIND_BILLING_GUARDIAN
                   PERFORM CHOOSE_PAYMENT_ROUTE
               END-IF
               IF HOLD-REASON = SPACES
                   EVALUATE TRUE
                       WHEN SP-BY-ACCOUNT
                           PERFORM CREDIT_FAMILY_ACCOUNT
                       WHEN SP-BY-CLEARING
                           PERFORM SEND_BY_CLEARING
                   END-EVALUATE
               END-IF
               IF HOLD-REASON NOT = SPACES
                   PERFORM HOLD_REMAINDER
                   REWRITE SCHOLARSHIP-PAYOUT-RECORD
                   PERFORM WRITE_REPORT_LINE
                   EXIT SECTION
               END-IF

               MOVE "P" TO SP-STATUS
               MOVE RUN-DATE TO SP-PAID-DATE
               MOVE SPACES TO SP-HOLD-REASON
               REWRITE SCHOLARSHIP-PAYOUT-RECORD
               ADD 1 TO AWARDS-PAID
               PERFORM WRITE_REPORT_LINE

               MOVE "SCHOLPAY" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "SCHOLARSHIP_BALANCE" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING AW-STUDENT " " SP-REFERENCE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           FIND_AWARD_AMOUNT SECTION.
               MOVE 0 TO AWARD-AMOUNT
               MOVE AW-RANK TO PR-RANK
               MOVE PARM-RANK-ID TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF NOT PARM-IS-FOUND
                   MOVE "SCHOLAMT" TO PARM-ID
                   CALL "GET-PARAMETER" USING PARM-ID,
                       PARM-ASOF, PARM-VALUE, PARM-FOUND
               END-IF
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO AWARD-AMOUNT
               END-IF.

           TOTAL_OPEN_INVOICES SECTION.
               MOVE "N" TO INV-EOF
               MOVE AW-STUDENT TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM ADD_ONE_OPEN_INVOICE
                   UNTIL INV-EOF = "Y".

           ADD_ONE_OPEN_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = AW-STUDENT
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF FI-IS-OPEN
                   ADD FI-AMOUNT TO OPEN-INVOICE-TOTAL
               END-IF.

           SETTLE_INVOICES SECTION.
               MOVE "N" TO INV-EOF
               MOVE AW-STUDENT TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM SETTLE_ONE_INVOICE
                   UNTIL INV-EOF = "Y" OR AWARD-LEFT = 0.

           SETTLE_ONE_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = AW-STUDENT
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF NOT FI-IS-OPEN
                   EXIT SECTION
               END-IF
               IF SETTLED-COUNT < 24
                   ADD 1 TO SETTLED-COUNT
                   MOVE FI-MONTH TO SD-MONTH(SETTLED-COUNT)
               END-IF
               IF FI-AMOUNT > AWARD-LEFT
                   MOVE AWARD-LEFT TO SETTLE-AMOUNT
                   SUBTRACT SETTLE-AMOUNT FROM FI-AMOUNT
                   MOVE "Y" TO SD-PART(SETTLED-COUNT)
               ELSE
                   MOVE FI-AMOUNT TO SETTLE-AMOUNT
                   MOVE "P" TO FI-STATUS
                   MOVE RUN-DATE TO FI-PAID-DATE
                   MOVE "N" TO SD-PART(SETTLED-COUNT)
               END-IF
               MOVE SETTLE-AMOUNT TO SD-AMOUNT(SETTLED-COUNT)
               SUBTRACT SETTLE-AMOUNT FROM AWARD-LEFT
               REWRITE SCHOOL-INVOICE-RECORD.

           FIND_BILLING_GUARDIAN SECTION.
               MOVE "N" TO GUARDIAN-FOUND
               MOVE STUD-CUST-ID TO LINK-CUST-ID
               IF NOT GUARD-IS-OPEN
                   EXIT SECTION
               END-IF
               MOVE "N" TO GUARD-EOF
               MOVE AW-STUDENT TO GD-STUD-ID
               MOVE 0 TO GD-SEQ
               START GuardianFile KEY IS NOT LESS THAN GD-KEY
                   INVALID KEY
                       MOVE "Y" TO GUARD-EOF
               END-START
               PERFORM CHECK_ONE_GUARDIAN
                   UNTIL GUARD-EOF = "Y" OR GUARDIAN-IS-FOUND
               IF GUARDIAN-IS-FOUND AND GD-CUST-ID NOT = SPACES
                   MOVE GD-CUST-ID TO LINK-CUST-ID
               END-IF.

           CHECK_ONE_GUARDIAN SECTION.
               READ GuardianFile NEXT RECORD
                   AT END
                       MOVE "Y" TO GUARD-EOF
                       EXIT SECTION
               END-READ
               IF GD-STUD-ID NOT = AW-STUDENT
                   MOVE "Y" TO GUARD-EOF
                   EXIT SECTION
               END-IF
               IF GD-IS-ACTIVE AND GD-IS-BILLING
                   MOVE "Y" TO GUARDIAN-FOUND
               END-IF.

           CHOOSE_PAYMENT_ROUTE SECTION.
               MOVE SPACES TO HOLD-REASON
               PERFORM FIND_LINKED_ACCOUNT
               IF ACCOUNT-IS-FOUND
                   MOVE "A" TO SP-ROUTE
                   MOVE PAY-ACCOUNT TO SP-PAY-ACCT
                   EXIT SECTION
               END-IF
               IF GUARDIAN-IS-FOUND AND GD-BANK-CODE NOT = SPACES
                   IF FUND-ACCT-NO = 0
                       MOVE "no scholarship fund account"
                           TO HOLD-REASON
                       EXIT SECTION
                   END-IF
                   MOVE "C" TO SP-ROUTE
                   MOVE GD-BANK-ACCT TO SP-PAY-ACCT
                   MOVE GD-BANK-CODE TO SP-BANK-CODE
                   EXIT SECTION
               END-IF
               MOVE "no account or bank for family" TO HOLD-REASON.

           FIND_LINKED_ACCOUNT SECTION.
               MOVE "N" TO ACCOUNT-FOUND
               IF LINK-CUST-ID = SPACES
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       EXIT SECTION
               END-START
               PERFORM SCAN_ONE_ACCOUNT
               UNTIL ACCOUNT-IS-FOUND OR ACCT-FILE-EOF.

           SCAN_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF ACCT-CUST-ID = LINK-CUST-ID
                           AND ACCT-IS-CHECKING
                           AND NOT ACCT-IS-BLOCKED
                           AND NOT ACCT-IS-DORMANT
                           MOVE "Y" TO ACCOUNT-FOUND
                           MOVE ACCT-NUMBER TO PAY-ACCOUNT
                       END-IF
               END-READ.

           CREDIT_FAMILY_ACCOUNT SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE SP-PAY-ACCT TO AL-ACCOUNT
               MOVE "SCHOLPAY" TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   MOVE "family account in use" TO HOLD-REASON
                   EXIT SECTION
               END-IF
               MOVE SP-PAY-ACCT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "family account not found"
                           TO HOLD-REASON
                       PERFORM RELEASE_FAMILY_ACCOUNT
                       EXIT SECTION
               END-READ

               ADD SP-TO-FAMILY TO ACCT-BALANCE
               MOVE RUN-DATE TO ACCT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               PERFORM RELEASE_FAMILY_ACCOUNT

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE "SCHOLARSHP" TO TL-TYPE
               MOVE SP-TO-FAMILY TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE SP-REFERENCE TO TL-FX-INFO
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               MOVE "ACCR" TO SG-TYPE
               MOVE SP-TO-FAMILY TO SG-AMOUNT
               PERFORM WRITE_GL_FEED
               ADD SP-TO-FAMILY TO TOTAL-TO-ACCOUNTS.

           RELEASE_FAMILY_ACCOUNT SECTION.
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED.

           SEND_BY_CLEARING SECTION.
               PERFORM SCREEN_GUARDIAN_PAYMENT
               IF NOT SCRN-IS-CLEAR
                   MOVE "sanctions screening hold" TO HOLD-REASON
                   EXIT SECTION
               END-IF

               IF NOT CLEARING-IS-OPEN
                   MOVE 0 TO EV-RECORD-COUNT
                   MOVE 0 TO EV-HASH-TOTAL
                   MOVE "HDR" TO EV-ACTION
                   MOVE "CLRGOUT" TO EV-FILE-NAME
                   MOVE "CLRGOUT" TO EV-FILE-ID
                   MOVE RUN-DATE TO EV-BUS-DATE
                   CALL "FILE-ENVELOPE" USING EV-ACTION,
                       EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                       EV-RECORD-COUNT, EV-HASH-TOTAL
                   OPEN EXTEND ClearingOutFile
                   MOVE "Y" TO CLEARING-OPEN
               END-IF

               MOVE SP-BANK-CODE TO CO-BANK-CODE
               MOVE SP-REFERENCE TO CO-REFERENCE
               MOVE FUND-ACCT TO CO-SRC-ACCT
               MOVE SP-PAY-ACCT TO CO-DEST-ACCT
               MOVE SP-TO-FAMILY TO CO-AMOUNT
               COMPUTE DATE-INT = FUNCTION
                   INTEGER-OF-DATE(RUN-DATE) + 1
               COMPUTE CO-SETTLE-DATE = FUNCTION
                   DATE-OF-INTEGER(DATE-INT)
               CALL "NEXT-BUSINESS-DAY" USING CO-SETTLE-DATE
               WRITE ClearingOutLine
               ADD 1 TO EV-RECORD-COUNT
               ADD CO-AMOUNT TO EV-HASH-TOTAL

               MOVE "CLRG" TO SG-TYPE
               MOVE SP-TO-FAMILY TO SG-AMOUNT
               PERFORM WRITE_GL_FEED
               ADD SP-TO-FAMILY TO TOTAL-TO-CLEARING.

           SCREEN_GUARDIAN_PAYMENT SECTION.
               MOVE "SCHOLPAY" TO SCRN-SOURCE
               MOVE SP-REFERENCE TO SCRN-REFERENCE
               MOVE GD-CUST-ID TO SCRN-CUST-ID
               MOVE GD-NAME TO SCRN-NAME
               MOVE SP-PAY-ACCT TO SCRN-ACCOUNT
               MOVE SPACES TO SCRN-HELD-ITEM
               CALL "SCREEN-PARTY" USING SCRN-SOURCE,
                   SCRN-REFERENCE, SCRN-CUST-ID, SCRN-NAME,
                   SCRN-ACCOUNT, SCRN-HELD-ITEM, SCRN-RESULT,
                   SCRN-QUEUE-ID
               IF SCRN-IS-CLEAR
                   EXIT SECTION
               END-IF
               DISPLAY "Watch-list hit on guardian of " AW-STUDENT
                   " - payment held under " SCRN-QUEUE-ID
               MOVE "SCHOLPAY" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "SCHOLAR_SCREEN_HOLD" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING AW-STUDENT " " SCRN-QUEUE-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           WRITE_GL_FEED SECTION.
               MOVE RUN-DATE TO SG-DATE
               MOVE SP-REFERENCE TO SG-REFERENCE
               WRITE ScholarshipGlLine.

           HOLD_AWARD SECTION.
               MOVE "H" TO SP-STATUS
               MOVE HOLD-REASON TO SP-HOLD-REASON
               REWRITE SCHOLARSHIP-PAYOUT-RECORD
               ADD 1 TO AWARDS-HELD
               PERFORM WRITE_REPORT_LINE
               DISPLAY "Held " AW-STUDENT " - " HOLD-REASON.

           HOLD_REMAINDER SECTION.
               ADD 1 TO AWARDS-HELD
               MOVE HOLD-REASON TO SP-HOLD-REASON
               DISPLAY "Remainder for " AW-STUDENT " not paid - "
                   HOLD-REASON.

           WRITE_REPORT_LINE SECTION.
               MOVE SPACES TO PAYOUT-REPORT-LINE
               MOVE AW-STUDENT TO PAYOUT-REPORT-LINE(1:6)
               MOVE AW-RANK TO PAYOUT-REPORT-LINE(8:3)
               MOVE SP-AWARD TO AMOUNT-ED
               MOVE AMOUNT-ED TO PAYOUT-REPORT-LINE(12:10)
               MOVE SP-TO-INVOICES TO AMOUNT-ED
               MOVE AMOUNT-ED TO PAYOUT-REPORT-LINE(23:10)
               MOVE SP-TO-FAMILY TO AMOUNT-ED
               MOVE AMOUNT-ED TO PAYOUT-REPORT-LINE(34:10)
               IF SP-IS-PAID
                   MOVE SP-ROUTE TO PAYOUT-REPORT-LINE(45:1)
                   MOVE SP-REFERENCE TO PAYOUT-REPORT-LINE(47:14)
               ELSE
                   MOVE SP-STATUS TO PAYOUT-REPORT-LINE(45:1)
               END-IF
               IF SP-HOLD-REASON NOT = SPACES
                   MOVE SP-HOLD-REASON TO PAYOUT-REPORT-LINE(47:30)
               END-IF
               WRITE PAYOUT-REPORT-LINE.

           WRITE_AWARD_LETTER SECTION.
               INITIALIZE LETTER-FILE-NAME
               STRING "AWARDLTR." DELIMITED BY SIZE
                   AW-STUDENT DELIMITED BY SPACE
                   "." INPUT-SEMESTER DELIMITED BY SIZE
                   INTO LETTER-FILE-NAME
               OPEN OUTPUT AwardLetterFile

               IF GUARDIAN-IS-FOUND
                   MOVE GD-NAME TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE GD-STREET TO LETTER-LINE
                   WRITE LETTER-LINE
                   INITIALIZE REPORT-TEXT
                   STRING GD-POSTCODE " " GD-CITY
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO LETTER-LINE
                   WRITE LETTER-LINE
               ELSE
                   MOVE "To the parents or guardians of" TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE STUD-NAME TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "Date " RUN-DATE "        Reference "
                   SP-REFERENCE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "SCHOLARSHIP AWARD" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "We are pleased to tell you that " STUD-NAME
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "has been placed " AW-RANK
                   " on the honor roll for semester " INPUT-SEMESTER
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SP-AWARD TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "and receives a scholarship of " AMOUNT-ED "."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE

               IF SETTLED-COUNT > 0
                   MOVE "The award has first been applied to open "
                       TO LETTER-LINE
                   MOVE "school fees:" TO LETTER-LINE(42:)
                   WRITE LETTER-LINE
                   PERFORM WRITE_LETTER_INVOICE
                       VARYING SETTLED-INDEX FROM 1 BY 1
                       UNTIL SETTLED-INDEX > SETTLED-COUNT
                   MOVE SPACES TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF

               MOVE SP-TO-FAMILY TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               EVALUATE TRUE
                   WHEN SP-TO-FAMILY = 0
                       MOVE "No balance remains to be paid out."
                           TO REPORT-TEXT
                   WHEN SP-HOLD-REASON NOT = SPACES
                       STRING "The balance of " AMOUNT-ED
                           " will be paid to you separately."
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   WHEN SP-BY-ACCOUNT
                       STRING "The balance of " AMOUNT-ED
                           " has been credited to account "
                           SP-PAY-ACCT "."
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   WHEN OTHER
                       STRING "The balance of " AMOUNT-ED
                           " has been sent to your account "
                           SP-PAY-ACCT " at " SP-BANK-CODE "."
                           DELIMITED BY SIZE INTO REPORT-TEXT
               END-EVALUATE
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "Congratulations from all of the staff." TO
                   LETTER-LINE
               WRITE LETTER-LINE
               MOVE "The Bursar" TO LETTER-LINE
               WRITE LETTER-LINE
               CLOSE AwardLetterFile.

           WRITE_LETTER_INVOICE SECTION.
               MOVE SD-AMOUNT(SETTLED-INDEX) TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "   Fees for month " SD-MONTH(SETTLED-INDEX)
                   "  " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               IF SD-PART(SETTLED-INDEX) = "Y"
                   MOVE "(part payment)" TO REPORT-TEXT(40:)
               END-IF
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE.
