           IDENTIFICATION DIVISION.
           PROGRAM-ID. CLEARING-RECON.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ClearingOutFile ASSIGN TO "CLRGOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CLRGOUT-FILE-STATUS.

               SELECT ClearingConfFile ASSIGN TO "CLRGCONF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONF-FILE-STATUS.

               SELECT ClearingItemFile ASSIGN TO "CLRGITEM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-REFERENCE
                   FILE STATUS IS ITEM-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CustomerMessageFile ASSIGN TO "CUSTMSG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MSG-FILE-STATUS.

               SELECT ClearingGlFile ASSIGN TO "CLRGGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CLRGGL-FILE-STATUS.

               SELECT ClearingReportFile ASSIGN TO "CLRGRECN"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD ClearingOutFile.
           01 ClearingOutLine.
               02 CO-BANK-CODE   PIC X(8).
               02 CO-REFERENCE   PIC X(14).
               02 CO-SRC-ACCT    PIC X(6).
               02 CO-DEST-ACCT   PIC X(6).
               02 CO-AMOUNT      PIC 9(7)V99.
               02 CO-SETTLE-DATE PIC 9(8).

           FD ClearingConfFile.
           01 ClearingConfLine.
               02 CF-REFERENCE   PIC X(14).
               02 CF-AMOUNT      PIC 9(7)V99.
               02 CF-STATUS      PIC X(1).
                   88 CF-IS-SETTLED  VALUE "S".
                   88 CF-IS-REJECTED VALUE "R".
               02 CF-REASON-CODE PIC X(3).
               02 CF-REASON-TEXT PIC X(30).

           FD ClearingItemFile.
           COPY CLRGITEM.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD CustomerMessageFile.
           01 CustomerMessageLine.
               02 CM-DATE    PIC 9(8).
               02 CM-CUST-ID PIC X(6).
               02 CM-ACCOUNT PIC X(6).
               02 CM-EVENT   PIC X(10).
               02 CM-AMOUNT  PIC S9(7)V99.
               02 CM-TEXT    PIC X(40).

           FD ClearingGlFile.
           01 ClearingGlLine.
               02 CG-DATE      PIC 9(8).
               02 CG-TYPE      PIC X(4).
               02 CG-REFERENCE PIC X(14).
               02 CG-AMOUNT    PIC 9(7)V99.

           FD ClearingReportFile.
           01 CLRG-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 CLRGOUT-FILE-STATUS PIC XX.
               88 CLRGOUT-FILE-OK VALUE "00".
           01 CONF-FILE-STATUS PIC XX.
               88 CONF-FILE-OK VALUE "00".
           01 ITEM-FILE-STATUS PIC XX.
               88 ITEM-FILE-OK VALUE "00".
               88 ITEM-FILE-EOF VALUE "10".
               88 ITEM-FILE-MISSING VALUE "35".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 MSG-FILE-STATUS PIC XX.
               88 MSG-FILE-OK VALUE "00".
           01 CLRGGL-FILE-STATUS PIC XX.
               88 CLRGGL-FILE-OK VALUE "00".
           01 CLRGOUT-EOF PIC X VALUE "N".
           01 CONF-EOF PIC X VALUE "N".

           01 REG-FEED-ID      PIC X(8) VALUE "CLRGCONF".
           01 REG-FILE-NAME    PIC X(40) VALUE "CLRGCONF".
           01 REG-SENDER       PIC X(8).
           01 REG-SEQUENCE     PIC 9(6).
           01 REG-CREATED      PIC 9(8).
           01 REG-RECORD-COUNT PIC 9(7).
           01 REG-HASH-TOTAL   PIC 9(13)V99.
           01 REG-RESULT       PIC X(1).
               88 REG-IS-ACCEPTED VALUE "A".
               88 REG-IS-ALREADY-SEEN VALUE "P".

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 OVERDUE-DAYS PIC 9(3) VALUE 2.
           01 OVERDUE-DATE PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 DAYS-OUTSTANDING PIC 9(5).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 ITEMS-REGISTERED PIC 9(5) VALUE 0.
           01 ITEMS-SETTLED PIC 9(5) VALUE 0.
           01 ITEMS-REJECTED PIC 9(5) VALUE 0.
           01 ITEMS-RETURNED PIC 9(5) VALUE 0.
           01 ITEMS-DEFERRED PIC 9(5) VALUE 0.
           01 ITEMS-PENDING PIC 9(5) VALUE 0.
           01 ITEMS-OVERDUE PIC 9(5) VALUE 0.
           01 EXCEPTION-COUNT PIC 9(5) VALUE 0.
           01 TOTAL-SENT PIC 9(9)V99 VALUE 0.
           01 TOTAL-SETTLED PIC 9(9)V99 VALUE 0.
           01 TOTAL-RETURNED PIC 9(9)V99 VALUE 0.
           01 TOTAL-SUSPENSE PIC 9(9)V99 VALUE 0.

           01 AGE-TABLE.
               02 AGE-BUCKET OCCURS 4 TIMES.
                   03 AB-LABEL  PIC X(12).
                   03 AB-COUNT  PIC 9(5).
                   03 AB-AMOUNT PIC 9(9)V99.
           01 AGE-INDEX PIC 9(1).

           01 EXCEPTION-TEXT PIC X(30).
           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(6)9.99.
           01 TOTAL-ED PIC Z(8)9.99.
           01 DAYS-ED PIC Z(4)9.

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
               DISPLAY "---- Clearing Settlement Reconciliation ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE
               PERFORM LOAD_RECON_PARAMETERS

               OPEN I-O ClearingItemFile
               IF ITEM-FILE-MISSING
                   OPEN OUTPUT ClearingItemFile
                   CLOSE ClearingItemFile
                   OPEN I-O ClearingItemFile
               END-IF
               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   CLOSE ClearingItemFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN EXTEND TransactionLogFile
               OPEN EXTEND CustomerMessageFile
               IF NOT MSG-FILE-OK
                   OPEN OUTPUT CustomerMessageFile
               END-IF
               OPEN EXTEND ClearingGlFile
               IF NOT CLRGGL-FILE-OK
                   OPEN OUTPUT ClearingGlFile
               END-IF
               OPEN OUTPUT ClearingReportFile
               PERFORM WRITE_REPORT_HEADER

               PERFORM LOAD_OUTBOUND_ITEMS
               PERFORM MATCH_CONFIRMATIONS
               IF RETURN-CODE = 8
                   CLOSE ClearingReportFile
                   CLOSE ClearingGlFile
                   CLOSE CustomerMessageFile
                   CLOSE TransactionLogFile
                   CLOSE AccountMasterFile
                   CLOSE ClearingItemFile
                   GOBACK
               END-IF
               PERFORM REVERSE_REJECTED_ITEMS
               PERFORM AGE_PENDING_ITEMS
               PERFORM WRITE_REPORT_TRAILER

               CLOSE ClearingReportFile
               CLOSE ClearingGlFile
               CLOSE CustomerMessageFile
               CLOSE TransactionLogFile
               CLOSE AccountMasterFile
               CLOSE ClearingItemFile

               DISPLAY "Items registered:     " ITEMS-REGISTERED
               DISPLAY "Items settled:        " ITEMS-SETTLED
               DISPLAY "Items rejected:       " ITEMS-REJECTED
               DISPLAY "Returned to customer: " ITEMS-RETURNED
               DISPLAY "Items in suspense:    " ITEMS-PENDING
               DISPLAY "Exceptions:           " EXCEPTION-COUNT

               IF EXCEPTION-COUNT > 0 OR ITEMS-DEFERRED > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "CLRGRECN" TO ALERT-SOURCE
                   MOVE "clearing reconciliation has exceptions"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF ITEMS-OVERDUE > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "CLRGRECN" TO ALERT-SOURCE
                   MOVE "clearing items overdue in suspense"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               COMPUTE STEP-RECORDS = ITEMS-REGISTERED
                   + ITEMS-SETTLED + ITEMS-REJECTED
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Clearing Reconciliation Complete ----"
               GOBACK.

           LOAD_RECON_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "CLRGOVERDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO OVERDUE-DAYS
               END-IF

               INITIALIZE AGE-TABLE
               MOVE "0-2 days" TO AB-LABEL(1)
               MOVE "3-5 days" TO AB-LABEL(2)
               MOVE "6-10 days" TO AB-LABEL(3)
               MOVE "over 10 days" TO AB-LABEL(4).

           LOAD_OUTBOUND_ITEMS SECTION.
               OPEN INPUT ClearingOutFile
               IF NOT CLRGOUT-FILE-OK
                   DISPLAY "No outbound clearing file found."
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_OUTBOUND
                   UNTIL CLRGOUT-EOF = "Y"
               CLOSE ClearingOutFile.

           READ_ONE_OUTBOUND SECTION.
               READ ClearingOutFile
                   AT END
                       MOVE "Y" TO CLRGOUT-EOF
                       EXIT SECTION
               END-READ
               IF ClearingOutLine(1:6) = "ENVHDR"
                   OR ClearingOutLine(1:6) = "ENVTRL"
                   EXIT SECTION
               END-IF

               INITIALIZE CLEARING-ITEM-RECORD
               MOVE CO-REFERENCE TO CLI-REFERENCE
               MOVE CO-BANK-CODE TO CLI-BANK-CODE
               MOVE CO-SRC-ACCT TO CLI-SRC-ACCT
               MOVE CO-DEST-ACCT TO CLI-DEST-ACCT
               MOVE CO-AMOUNT TO CLI-AMOUNT
               IF CO-REFERENCE(1:8) IS NUMERIC
                   MOVE CO-REFERENCE(1:8) TO CLI-SENT-DATE
               ELSE
                   MOVE RUN-DATE TO CLI-SENT-DATE
               END-IF
               MOVE CO-SETTLE-DATE TO CLI-SETTLE-DATE
               MOVE "P" TO CLI-STATUS
               WRITE CLEARING-ITEM-RECORD
                   INVALID KEY
                       EXIT SECTION
               END-WRITE

               ADD 1 TO ITEMS-REGISTERED
               ADD CLI-AMOUNT TO TOTAL-SENT
               MOVE "SENT" TO CG-TYPE
               PERFORM WRITE_GL_FEED.

           MATCH_CONFIRMATIONS SECTION.
               OPEN INPUT ClearingConfFile
               IF NOT CONF-FILE-OK
                   DISPLAY "No settlement confirmation file found."
                   EXIT SECTION
               END-IF
               CALL "REGISTER-INBOUND" USING REG-FEED-ID,
                   REG-FILE-NAME, REG-SENDER, REG-SEQUENCE,
                   REG-CREATED, REG-RECORD-COUNT, REG-HASH-TOTAL,
                   REG-RESULT
               IF REG-IS-ALREADY-SEEN
                   DISPLAY "No new settlement confirmation file."
                   CLOSE ClearingConfFile
                   EXIT SECTION
               END-IF
               IF NOT REG-IS-ACCEPTED
                   DISPLAY "Confirmation file refused - "
                       "nothing settled."
                   CLOSE ClearingConfFile
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_CONFIRMATION
                   UNTIL CONF-EOF = "Y"
               CLOSE ClearingConfFile.

           READ_ONE_CONFIRMATION SECTION.
               READ ClearingConfFile
                   AT END
                       MOVE "Y" TO CONF-EOF
                       EXIT SECTION
               END-READ
               IF ClearingConfLine(1:6) = "ENVHDR"
                   OR ClearingConfLine(1:6) = "ENVTRL"
                   EXIT SECTION
               END-IF

               MOVE CF-REFERENCE TO CLI-REFERENCE
               READ ClearingItemFile
                   INVALID KEY
                       MOVE "reference not sent by us"
                           TO EXCEPTION-TEXT
                       PERFORM WRITE_EXCEPTION
                       EXIT SECTION
               END-READ

               EVALUATE TRUE
                   WHEN NOT CLI-IS-PENDING
                       MOVE "item already resolved"
                           TO EXCEPTION-TEXT
                       PERFORM WRITE_EXCEPTION
                   WHEN CF-AMOUNT NOT = CLI-AMOUNT
                       MOVE "amount does not match"
                           TO EXCEPTION-TEXT
                       PERFORM WRITE_EXCEPTION
                   WHEN CF-IS-SETTLED
                       PERFORM SETTLE_ITEM
                   WHEN CF-IS-REJECTED
                       PERFORM REJECT_ITEM
                   WHEN OTHER
                       MOVE "unknown settlement status"
                           TO EXCEPTION-TEXT
                       PERFORM WRITE_EXCEPTION
               END-EVALUATE.

           SETTLE_ITEM SECTION.
               MOVE "S" TO CLI-STATUS
               MOVE RUN-DATE TO CLI-RESOLVED-DATE
               REWRITE CLEARING-ITEM-RECORD
               ADD 1 TO ITEMS-SETTLED
               ADD CLI-AMOUNT TO TOTAL-SETTLED
               MOVE "SETL" TO CG-TYPE
               PERFORM WRITE_GL_FEED.

           REJECT_ITEM SECTION.
               MOVE "J" TO CLI-STATUS
               MOVE RUN-DATE TO CLI-RESOLVED-DATE
               MOVE CF-REASON-CODE TO CLI-REASON-CODE
               MOVE CF-REASON-TEXT TO CLI-REASON-TEXT
               REWRITE CLEARING-ITEM-RECORD
               ADD 1 TO ITEMS-REJECTED.

           REVERSE_REJECTED_ITEMS SECTION.
               MOVE LOW-VALUES TO CLI-REFERENCE
               START ClearingItemFile KEY IS NOT LESS THAN
                   CLI-REFERENCE
                   INVALID KEY
                       SET ITEM-FILE-EOF TO TRUE
               END-START
               PERFORM CHECK_ONE_REJECTED
                   UNTIL ITEM-FILE-EOF.

           CHECK_ONE_REJECTED SECTION.
               READ ClearingItemFile NEXT RECORD
                   AT END
                       SET ITEM-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF CLI-IS-REJECTED
                   PERFORM RETURN_TO_CUSTOMER
               END-IF.

           RETURN_TO_CUSTOMER SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE CLI-SRC-ACCT TO AL-ACCOUNT
               MOVE "CLRGRECN" TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   ADD 1 TO ITEMS-DEFERRED
                   DISPLAY "Account " CLI-SRC-ACCT
                       " in use - return deferred."
                   EXIT SECTION
               END-IF

               MOVE CLI-SRC-ACCT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "REL" TO AL-ACTION
                       CALL "ACCT-LOCK" USING AL-ACTION,
                           AL-ACCOUNT, AL-HOLDER, AL-GRANTED
                       ADD 1 TO ITEMS-DEFERRED
                       MOVE CLI-AMOUNT TO CF-AMOUNT
                       MOVE "source account not on file"
                           TO EXCEPTION-TEXT
                       PERFORM WRITE_EXCEPTION
                       EXIT SECTION
               END-READ

               ADD CLI-AMOUNT TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE "CLRG-RTN" TO TL-TYPE
               MOVE CLI-AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE CLI-REFERENCE TO TL-FX-INFO
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               MOVE RUN-DATE TO CM-DATE
               MOVE ACCT-CUST-ID TO CM-CUST-ID
               MOVE ACCT-NUMBER TO CM-ACCOUNT
               MOVE "CLRGRETURN" TO CM-EVENT
               MOVE CLI-AMOUNT TO CM-AMOUNT
               INITIALIZE CM-TEXT
               STRING "payment returned: " CLI-REASON-TEXT
                   DELIMITED BY SIZE INTO CM-TEXT
               WRITE CustomerMessageLine

               MOVE "R" TO CLI-STATUS
               MOVE RUN-DATE TO CLI-RESOLVED-DATE
               REWRITE CLEARING-ITEM-RECORD
               ADD 1 TO ITEMS-RETURNED
               ADD CLI-AMOUNT TO TOTAL-RETURNED
               MOVE "RTRN" TO CG-TYPE
               PERFORM WRITE_GL_FEED

               MOVE CLI-AMOUNT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "RETURNED  " CLI-REFERENCE " " CLI-SRC-ACCT
                   " " AMOUNT-ED " " CLI-REASON-CODE " "
                   CLI-REASON-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE

               MOVE "CLRGRECN" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "CLRG_RETURNED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING CLI-REFERENCE " " CLI-SRC-ACCT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           AGE_PENDING_ITEMS SECTION.
               MOVE SPACES TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE "Outstanding in clearing suspense"
                   TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Reference      Bank     Acct        Amount "
                   "Sent     Settle    Days"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE

               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - OVERDUE-DAYS
               COMPUTE OVERDUE-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)

               MOVE "00" TO ITEM-FILE-STATUS
               MOVE LOW-VALUES TO CLI-REFERENCE
               START ClearingItemFile KEY IS NOT LESS THAN
                   CLI-REFERENCE
                   INVALID KEY
                       SET ITEM-FILE-EOF TO TRUE
               END-START
               PERFORM AGE_ONE_ITEM
                   UNTIL ITEM-FILE-EOF.

           AGE_ONE_ITEM SECTION.
               READ ClearingItemFile NEXT RECORD
                   AT END
                       SET ITEM-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT CLI-IS-PENDING AND NOT CLI-IS-REJECTED
                   EXIT SECTION
               END-IF

               COMPUTE DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(CLI-SENT-DATE)
               EVALUATE TRUE
                   WHEN DAYS-OUTSTANDING <= 2
                       MOVE 1 TO AGE-INDEX
                   WHEN DAYS-OUTSTANDING <= 5
                       MOVE 2 TO AGE-INDEX
                   WHEN DAYS-OUTSTANDING <= 10
                       MOVE 3 TO AGE-INDEX
                   WHEN OTHER
                       MOVE 4 TO AGE-INDEX
               END-EVALUATE
               ADD 1 TO AB-COUNT(AGE-INDEX)
               ADD CLI-AMOUNT TO AB-AMOUNT(AGE-INDEX)
               ADD 1 TO ITEMS-PENDING
               ADD CLI-AMOUNT TO TOTAL-SUSPENSE

               MOVE CLI-AMOUNT TO AMOUNT-ED
               MOVE DAYS-OUTSTANDING TO DAYS-ED
               INITIALIZE REPORT-TEXT
               STRING CLI-REFERENCE " " CLI-BANK-CODE " "
                   CLI-SRC-ACCT " " AMOUNT-ED " " CLI-SENT-DATE
                   " " CLI-SETTLE-DATE " " DAYS-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               IF CLI-IS-REJECTED
                   MOVE "RETURN DUE" TO REPORT-TEXT(71:10)
               ELSE
                   IF CLI-SETTLE-DATE < OVERDUE-DATE
                       MOVE "OVERDUE" TO REPORT-TEXT(71:10)
                       ADD 1 TO ITEMS-OVERDUE
                   END-IF
               END-IF
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE.

           WRITE_EXCEPTION SECTION.
               ADD 1 TO EXCEPTION-COUNT
               MOVE CF-AMOUNT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "EXCEPTION " CLI-REFERENCE " " AMOUNT-ED " "
                   EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               DISPLAY "Clearing exception " CLI-REFERENCE " "
                   EXCEPTION-TEXT.

           WRITE_GL_FEED SECTION.
               MOVE RUN-DATE TO CG-DATE
               MOVE CLI-REFERENCE TO CG-REFERENCE
               MOVE CLI-AMOUNT TO CG-AMOUNT
               WRITE ClearingGlLine.

           WRITE_REPORT_HEADER SECTION.
               MOVE "---- Clearing Settlement Reconciliation ----"
                   TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE
                   "  overdue after settle date + " OVERDUE-DAYS
                   " days"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE SPACES TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE.

           WRITE_REPORT_TRAILER SECTION.
               MOVE SPACES TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE "Suspense aging" TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               PERFORM WRITE_AGE_BUCKET
                   VARYING AGE-INDEX FROM 1 BY 1
                   UNTIL AGE-INDEX > 4
               MOVE TOTAL-SUSPENSE TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Total in suspense " ITEMS-PENDING
                   " items " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE SPACES TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE TOTAL-SENT TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Registered today " ITEMS-REGISTERED
                   "  sent " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE TOTAL-SETTLED TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Settled today    " ITEMS-SETTLED
                   "  amount " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               MOVE TOTAL-RETURNED TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Rejected today   " ITEMS-REJECTED
                   "  returned " ITEMS-RETURNED " " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Exceptions       " EXCEPTION-COUNT
                   "  overdue " ITEMS-OVERDUE
                   "  returns deferred " ITEMS-DEFERRED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE.

           WRITE_AGE_BUCKET SECTION.
               MOVE AB-AMOUNT(AGE-INDEX) TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "  " AB-LABEL(AGE-INDEX) " "
                   AB-COUNT(AGE-INDEX) " items " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLRG-REPORT-LINE
               WRITE CLRG-REPORT-LINE.
