           IDENTIFICATION DIVISION.
           PROGRAM-ID. RETURN-ABUSE-SCAN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RefundLogFile ASSIGN TO "REFUNDS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REFUND-FILE-STATUS.

               SELECT RefusalLogFile ASSIGN TO "REFUSALS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RFL-FILE-STATUS.

               SELECT ReceiptRegistryFile ASSIGN TO "RCPTREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCP-KEY
                   FILE STATUS IS RCPT-FILE-STATUS.

               SELECT ReviewQueueFile ASSIGN TO "FRAUDQ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QUEUE-FILE-STATUS.

               SELECT ReturnScoreFile ASSIGN TO "RTNSCORE"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD RefundLogFile.
           01 RefundLogLine.
               02 RF-DATE   PIC 9(8).
               02 RF-ITEM   PIC X(10).
               02 RF-QTY    PIC 99.
               02 RF-AMOUNT PIC 9(5)V99.
               02 RF-STORE     PIC X(3).
               02 RF-CASHIER   PIC X(10).
               02 RF-RCPT-DATE PIC 9(8).
               02 RF-RCPT-SEQ  PIC 9(4).

           FD RefusalLogFile.
           01 RefusalLogLine.
               02 RFL-DATE    PIC 9(8).
               02 RFL-STORE   PIC X(3).
               02 RFL-CASHIER PIC X(10).
               02 RFL-ITEM    PIC X(10).
               02 RFL-QTY     PIC 99.
               02 RFL-REASON  PIC X(30).

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

           FD ReviewQueueFile.
           01 ReviewQueueLine.
               02 RQ-DATE    PIC 9(8).
               02 RQ-ACCOUNT PIC X(6).
               02 RQ-REASON  PIC X(10).
               02 RQ-COUNT   PIC 9(4).
               02 RQ-SUBJECT-TYPE PIC X(1).
                   88 RQ-IS-ACCOUNT VALUE "A" SPACE.
               02 RQ-SUBJECT PIC X(10).

           FD ReturnScoreFile.
           COPY RTNSCORE.

           WORKING-STORAGE SECTION.
           01 REFUND-FILE-STATUS PIC XX.
               88 REFUND-FILE-OK VALUE "00".
           01 RFL-FILE-STATUS PIC XX.
               88 RFL-FILE-OK VALUE "00".
           01 RCPT-FILE-STATUS PIC XX.
               88 RCPT-FILE-OK VALUE "00".
           01 QUEUE-FILE-STATUS PIC XX.
               88 QUEUE-FILE-OK VALUE "00".
           01 REFUND-EOF PIC X VALUE "N".
           01 RFL-EOF PIC X VALUE "N".
           01 QUEUE-EOF PIC X VALUE "N".
           01 REGISTRY-OPEN PIC X VALUE "N".
               88 REGISTRY-IS-OPEN VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 WINDOW-START PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 DAYS-APART PIC S9(5).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 WINDOW-DAYS PIC 9(3) VALUE 28.
           01 CUST-COUNT-LIMIT PIC 9(5) VALUE 4.
           01 CUST-VALUE-LIMIT PIC 9(7)V99 VALUE 150.00.
           01 CASHIER-COUNT-LIMIT PIC 9(5) VALUE 25.
           01 CASHIER-VALUE-LIMIT PIC 9(7)V99 VALUE 750.00.
           01 NO-RECEIPT-PCT-LIMIT PIC 9(3) VALUE 40.
           01 NO-RECEIPT-MIN-TRIES PIC 9(5) VALUE 10.
           01 QUICK-DAYS PIC 9(3) VALUE 1.
           01 QUICK-PAIR-LIMIT PIC 9(5) VALUE 3.
           01 POINTS-PER-TEST PIC 9(3) VALUE 25.

           01 SUBJECT-TABLE.
               02 SUBJ-COUNT PIC 9(4) VALUE 0.
               02 SUBJ-ENTRY OCCURS 700 TIMES.
                   03 SJ-TYPE       PIC X(1).
                       88 SJ-IS-CUSTOMER VALUE "C".
                   03 SJ-SUBJECT    PIC X(10).
                   03 SJ-RETURNS    PIC 9(5).
                   03 SJ-VALUE      PIC 9(7)V99.
                   03 SJ-NO-RECEIPT PIC 9(5).
                   03 SJ-PAIRS      PIC 9(5).
           01 SJ-INDEX PIC 9(4).
           01 SJ-MATCH PIC 9(4).
           01 FIND-TYPE PIC X(1).
           01 FIND-SUBJECT PIC X(10).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 OPEN-CASE-TABLE.
               02 OC-COUNT PIC 9(4) VALUE 0.
               02 OC-ENTRY OCCURS 1000 TIMES.
                   03 OC-TYPE    PIC X(1).
                   03 OC-SUBJECT PIC X(10).
                   03 OC-REASON  PIC X(10).
           01 OC-INDEX PIC 9(4).
           01 OC-FOUND PIC X.
               88 OC-IS-FOUND VALUE "Y".

           01 SALE-CUST-ID PIC X(6).
           01 SALE-CASHIER PIC X(10).
           01 SALE-FOUND PIC X.
               88 SALE-IS-FOUND VALUE "Y".
           01 REFUND-CASHIER-SLOT PIC 9(4).
           01 ATTEMPTS PIC 9(5).
           01 CASE-REASON PIC X(10).
           01 CASE-COUNT PIC 9(5).

           01 REFUND-LINES PIC 9(7) VALUE 0.
           01 REFUSAL-LINES PIC 9(7) VALUE 0.
           01 SUBJECTS-SCORED PIC 9(5) VALUE 0.
           01 CASES-RAISED PIC 9(5) VALUE 0.
           01 CASES-ALREADY-OPEN PIC 9(5) VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Return Abuse Scan ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_PARAMETERS

               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - WINDOW-DAYS + 1
               COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER(DATE-INT)
               DISPLAY "Window: " WINDOW-START " - " RUN-DATE

               OPEN INPUT ReceiptRegistryFile
               IF RCPT-FILE-OK
                   MOVE "Y" TO REGISTRY-OPEN
               ELSE
                   DISPLAY "Receipt registry unavailable - "
                       "customers and sale cashiers not traced."
               END-IF

               OPEN INPUT RefundLogFile
               IF REFUND-FILE-OK
                   PERFORM READ_ONE_REFUND
                       UNTIL REFUND-EOF = "Y"
                   CLOSE RefundLogFile
               END-IF
               IF REGISTRY-IS-OPEN
                   CLOSE ReceiptRegistryFile
               END-IF

               OPEN INPUT RefusalLogFile
               IF RFL-FILE-OK
                   PERFORM READ_ONE_REFUSAL
                       UNTIL RFL-EOF = "Y"
                   CLOSE RefusalLogFile
               END-IF

               PERFORM LOAD_OPEN_CASES

               OPEN EXTEND ReviewQueueFile
               IF NOT QUEUE-FILE-OK
                   OPEN OUTPUT ReviewQueueFile
               END-IF
               OPEN OUTPUT ReturnScoreFile
               PERFORM SCORE_ONE_SUBJECT
                   VARYING SJ-INDEX FROM 1 BY 1
                   UNTIL SJ-INDEX > SUBJ-COUNT
               CLOSE ReturnScoreFile
               CLOSE ReviewQueueFile

               DISPLAY "Refund lines in window:  " REFUND-LINES
               DISPLAY "Refusals in window:      " REFUSAL-LINES
               DISPLAY "Customers/cashiers hit:  " SUBJECTS-SCORED
               DISPLAY "New review cases:        " CASES-RAISED
               DISPLAY "Cases already queued:    " CASES-ALREADY-OPEN

               IF CASES-RAISED > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "RETSCAN" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "Return abuse: " CASES-RAISED
                       " new case(s) on FRAUDQ"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF TABLE-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "RETSCAN" TO ALERT-SOURCE
                   MOVE "Return abuse scan table full - not all "
                       TO ALERT-MESSAGE
                   MOVE "scored" TO ALERT-MESSAGE(40:)
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               COMPUTE STEP-RECORDS = REFUND-LINES + REFUSAL-LINES
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Return Abuse Scan Complete ----"
               GOBACK.

           LOAD_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "RTNWINDOW" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO WINDOW-DAYS
               END-IF
               MOVE "RTNCUSTCNT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO CUST-COUNT-LIMIT
               END-IF
               MOVE "RTNCUSTVAL" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO CUST-VALUE-LIMIT
               END-IF
               MOVE "RTNCASHCNT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO CASHIER-COUNT-LIMIT
               END-IF
               MOVE "RTNCASHVAL" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO CASHIER-VALUE-LIMIT
               END-IF
               MOVE "RTNNORCPTPC" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO NO-RECEIPT-PCT-LIMIT
               END-IF
               MOVE "RTNNORCPTMIN" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO NO-RECEIPT-MIN-TRIES
               END-IF
               MOVE "RTNQUICKDAY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO QUICK-DAYS
               END-IF
               MOVE "RTNPAIRCNT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO QUICK-PAIR-LIMIT
               END-IF.

           READ_ONE_REFUND SECTION.
               READ RefundLogFile
                   AT END
                       MOVE "Y" TO REFUND-EOF
                       EXIT SECTION
               END-READ
               IF RF-DATE IS NOT NUMERIC
                   OR RF-DATE < WINDOW-START
                   OR RF-DATE > RUN-DATE
                   OR RF-AMOUNT IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               ADD 1 TO REFUND-LINES

               MOVE 0 TO REFUND-CASHIER-SLOT
               IF RF-CASHIER NOT = SPACES
                   MOVE "K" TO FIND-TYPE
                   MOVE RF-CASHIER TO FIND-SUBJECT
                   PERFORM FIND_SUBJECT
                   MOVE SJ-MATCH TO REFUND-CASHIER-SLOT
                   IF SJ-MATCH > 0
                       ADD 1 TO SJ-RETURNS(SJ-MATCH)
                       ADD RF-AMOUNT TO SJ-VALUE(SJ-MATCH)
                   END-IF
               END-IF

               PERFORM FIND_ORIGINAL_SALE
               IF NOT SALE-IS-FOUND
                   EXIT SECTION
               END-IF

               IF SALE-CUST-ID NOT = SPACES
                   MOVE "C" TO FIND-TYPE
                   MOVE SALE-CUST-ID TO FIND-SUBJECT
                   PERFORM FIND_SUBJECT
                   IF SJ-MATCH > 0
                       ADD 1 TO SJ-RETURNS(SJ-MATCH)
                       ADD RF-AMOUNT TO SJ-VALUE(SJ-MATCH)
                   END-IF
               END-IF

               IF REFUND-CASHIER-SLOT > 0
                   AND SALE-CASHIER = RF-CASHIER
                   COMPUTE DAYS-APART =
                       FUNCTION INTEGER-OF-DATE(RF-DATE)
                       - FUNCTION INTEGER-OF-DATE(RF-RCPT-DATE)
                   IF DAYS-APART >= 0 AND DAYS-APART <= QUICK-DAYS
                       ADD 1 TO SJ-PAIRS(REFUND-CASHIER-SLOT)
                   END-IF
               END-IF.

           FIND_ORIGINAL_SALE SECTION.
               MOVE "N" TO SALE-FOUND
               IF NOT REGISTRY-IS-OPEN
                   OR RF-RCPT-DATE IS NOT NUMERIC
                   OR RF-RCPT-SEQ IS NOT NUMERIC
                   OR RF-RCPT-DATE = 0
                   EXIT SECTION
               END-IF
               MOVE RF-STORE TO RCP-STORE
               MOVE RF-RCPT-DATE TO RCP-DATE
               MOVE RF-RCPT-SEQ TO RCP-SEQ
               MOVE 0 TO RCP-LINE
               READ ReceiptRegistryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SALE-FOUND
                       MOVE RCP-CUST-ID TO SALE-CUST-ID
                       MOVE RCP-TENDER TO SALE-CASHIER
               END-READ.

           READ_ONE_REFUSAL SECTION.
               READ RefusalLogFile
                   AT END
                       MOVE "Y" TO RFL-EOF
                       EXIT SECTION
               END-READ
               IF RFL-DATE IS NOT NUMERIC
                   OR RFL-DATE < WINDOW-START
                   OR RFL-DATE > RUN-DATE
                   OR RFL-CASHIER = SPACES
                   EXIT SECTION
               END-IF
               ADD 1 TO REFUSAL-LINES
               MOVE "K" TO FIND-TYPE
               MOVE RFL-CASHIER TO FIND-SUBJECT
               PERFORM FIND_SUBJECT
               IF SJ-MATCH > 0
                   ADD 1 TO SJ-NO-RECEIPT(SJ-MATCH)
               END-IF.

           FIND_SUBJECT SECTION.
               MOVE 0 TO SJ-MATCH
               PERFORM CHECK_ONE_SUBJECT
                   VARYING SJ-INDEX FROM 1 BY 1
                   UNTIL SJ-INDEX > SUBJ-COUNT OR SJ-MATCH > 0
               IF SJ-MATCH = 0
                   IF SUBJ-COUNT < 700
                       ADD 1 TO SUBJ-COUNT
                       INITIALIZE SUBJ-ENTRY(SUBJ-COUNT)
                       MOVE FIND-TYPE TO SJ-TYPE(SUBJ-COUNT)
                       MOVE FIND-SUBJECT TO SJ-SUBJECT(SUBJ-COUNT)
                       MOVE SUBJ-COUNT TO SJ-MATCH
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW
                   END-IF
               END-IF.

           CHECK_ONE_SUBJECT SECTION.
               IF SJ-TYPE(SJ-INDEX) = FIND-TYPE
                   AND SJ-SUBJECT(SJ-INDEX) = FIND-SUBJECT
                   MOVE SJ-INDEX TO SJ-MATCH
               END-IF.

           LOAD_OPEN_CASES SECTION.
               OPEN INPUT ReviewQueueFile
               IF NOT QUEUE-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_OPEN_CASE
                   UNTIL QUEUE-EOF = "Y"
               CLOSE ReviewQueueFile.

           READ_ONE_OPEN_CASE SECTION.
               READ ReviewQueueFile
                   AT END
                       MOVE "Y" TO QUEUE-EOF
                       EXIT SECTION
               END-READ
               IF RQ-IS-ACCOUNT OR OC-COUNT NOT < 1000
                   EXIT SECTION
               END-IF
               ADD 1 TO OC-COUNT
               MOVE RQ-SUBJECT-TYPE TO OC-TYPE(OC-COUNT)
               MOVE RQ-SUBJECT TO OC-SUBJECT(OC-COUNT)
               MOVE RQ-REASON TO OC-REASON(OC-COUNT).

           SCORE_ONE_SUBJECT SECTION.
               INITIALIZE RETURN-SCORE-RECORD
               MOVE SPACES TO RS-FLAGS
               MOVE RUN-DATE TO RS-RUN-DATE
               MOVE WINDOW-START TO RS-WINDOW-START
               MOVE SJ-TYPE(SJ-INDEX) TO RS-SUBJECT-TYPE
               MOVE SJ-SUBJECT(SJ-INDEX) TO RS-SUBJECT
               MOVE SJ-RETURNS(SJ-INDEX) TO RS-RETURNS
               MOVE SJ-VALUE(SJ-INDEX) TO RS-VALUE
               MOVE SJ-NO-RECEIPT(SJ-INDEX) TO RS-NO-RECEIPT
               MOVE SJ-PAIRS(SJ-INDEX) TO RS-QUICK-PAIRS

               IF SJ-IS-CUSTOMER(SJ-INDEX)
                   IF SJ-RETURNS(SJ-INDEX) >= CUST-COUNT-LIMIT
                       MOVE "F" TO RS-FLAG-FREQUENCY
                   END-IF
                   IF SJ-VALUE(SJ-INDEX) >= CUST-VALUE-LIMIT
                       MOVE "V" TO RS-FLAG-VALUE
                   END-IF
               ELSE
                   IF SJ-RETURNS(SJ-INDEX) >= CASHIER-COUNT-LIMIT
                       MOVE "F" TO RS-FLAG-FREQUENCY
                   END-IF
                   IF SJ-VALUE(SJ-INDEX) >= CASHIER-VALUE-LIMIT
                       MOVE "V" TO RS-FLAG-VALUE
                   END-IF
                   COMPUTE ATTEMPTS = SJ-RETURNS(SJ-INDEX)
                       + SJ-NO-RECEIPT(SJ-INDEX)
                   IF ATTEMPTS > 0
                       COMPUTE RS-NO-RECEIPT-PCT =
                           SJ-NO-RECEIPT(SJ-INDEX) * 100 / ATTEMPTS
                   END-IF
                   IF ATTEMPTS >= NO-RECEIPT-MIN-TRIES
                       AND RS-NO-RECEIPT-PCT >= NO-RECEIPT-PCT-LIMIT
                       MOVE "N" TO RS-FLAG-NO-RECEIPT
                   END-IF
                   IF SJ-PAIRS(SJ-INDEX) >= QUICK-PAIR-LIMIT
                       MOVE "Q" TO RS-FLAG-QUICK
                   END-IF
               END-IF

               IF RS-FLAGS = SPACES
                   EXIT SECTION
               END-IF
               ADD 1 TO SUBJECTS-SCORED

               IF RS-FLAG-FREQUENCY NOT = SPACE
                   ADD POINTS-PER-TEST TO RS-SCORE
                   MOVE "RTNFREQ" TO CASE-REASON
                   MOVE SJ-RETURNS(SJ-INDEX) TO CASE-COUNT
                   PERFORM RAISE_CASE
               END-IF
               IF RS-FLAG-VALUE NOT = SPACE
                   ADD POINTS-PER-TEST TO RS-SCORE
                   MOVE "RTNVALUE" TO CASE-REASON
                   MOVE SJ-RETURNS(SJ-INDEX) TO CASE-COUNT
                   PERFORM RAISE_CASE
               END-IF
               IF RS-FLAG-NO-RECEIPT NOT = SPACE
                   ADD POINTS-PER-TEST TO RS-SCORE
                   MOVE "RTNNORCPT" TO CASE-REASON
                   MOVE SJ-NO-RECEIPT(SJ-INDEX) TO CASE-COUNT
                   PERFORM RAISE_CASE
               END-IF
               IF RS-FLAG-QUICK NOT = SPACE
                   ADD POINTS-PER-TEST TO RS-SCORE
                   MOVE "RTNQUICK" TO CASE-REASON
                   MOVE SJ-PAIRS(SJ-INDEX) TO CASE-COUNT
                   PERFORM RAISE_CASE
               END-IF

               WRITE RETURN-SCORE-RECORD.

           RAISE_CASE SECTION.
               MOVE "N" TO OC-FOUND
               PERFORM CHECK_ONE_OPEN_CASE
                   VARYING OC-INDEX FROM 1 BY 1
                   UNTIL OC-INDEX > OC-COUNT OR OC-IS-FOUND
               IF OC-IS-FOUND
                   ADD 1 TO CASES-ALREADY-OPEN
                   EXIT SECTION
               END-IF

               MOVE RUN-DATE TO RQ-DATE
               MOVE SPACES TO RQ-ACCOUNT
               MOVE CASE-REASON TO RQ-REASON
               IF CASE-COUNT > 9999
                   MOVE 9999 TO RQ-COUNT
               ELSE
                   MOVE CASE-COUNT TO RQ-COUNT
               END-IF
               MOVE SJ-TYPE(SJ-INDEX) TO RQ-SUBJECT-TYPE
               MOVE SJ-SUBJECT(SJ-INDEX) TO RQ-SUBJECT
               WRITE ReviewQueueLine
               ADD 1 TO CASES-RAISED
               ADD 1 TO RS-NEW-CASES
               DISPLAY CASE-REASON " " SJ-TYPE(SJ-INDEX) " "
                   SJ-SUBJECT(SJ-INDEX) " occurrences " RQ-COUNT.

           CHECK_ONE_OPEN_CASE SECTION.
               IF OC-TYPE(OC-INDEX) = SJ-TYPE(SJ-INDEX)
                   AND OC-SUBJECT(OC-INDEX) = SJ-SUBJECT(SJ-INDEX)
                   AND OC-REASON(OC-INDEX) = CASE-REASON
                   MOVE "Y" TO OC-FOUND
               END-IF.
