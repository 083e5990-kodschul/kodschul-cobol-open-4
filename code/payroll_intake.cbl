               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT GlJournalFile ASSIGN TO "GLJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT GlBalanceFile ASSIGN TO "GLBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLB-CODE
                   FILE STATUS IS GLBAL-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD PayrollInFile.
           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD GlJournalFile.
           01 GlJournalLine.
               02 GJ-DATE   PIC 9(8).
               02 GJ-SEQ    PIC 9(3).
               02 GJ-CODE   PIC X(4).
               02 GJ-SIDE   PIC X(1).
               02 GJ-AMOUNT PIC 9(9)V99.
               02 GJ-DESC   PIC X(30).

           FD GlBalanceFile.
           01 GL-BALANCE-RECORD.
               02 GLB-CODE    PIC X(4).
               02 GLB-BALANCE PIC S9(11)V99.

           WORKING-STORAGE SECTION.
           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 PAYR-EOF PIC X VALUE "N".
           01 GLBAL-FILE-STATUS PIC XX.
               88 GLBAL-FILE-OK VALUE "00".
               88 GLBAL-FILE-MISSING VALUE "35".

           01 HEADER-RECORD.
               02 PH-REC-TYPE   PIC X(1).
               02 PH-EMPLOYER   PIC X(8).
                   88 PH-IS-OWN-STAFF VALUE "OWNSTAFF".
               02 PH-VALUE-DATE PIC 9(8).
               02 PH-ITEM-COUNT PIC 9(5).
               02 PH-TOTAL      PIC 9(9)V99.
               02 PH-FILE-SEQ   PIC 9(6).
               02 PH-CREATED    PIC 9(8).

           01 DETAIL-RECORD.
               02 PD-REC-TYPE  PIC X(1).
           01 DETAIL-TOTAL PIC 9(11)V99 VALUE 0.
           01 ITEMS-CREDITED PIC 9(5) VALUE 0.
           01 ITEMS-RETURNED PIC 9(5) VALUE 0.
           01 CREDITED-TOTAL PIC 9(9)V99 VALUE 0.
           01 POST-AMOUNT PIC 9(9)V99.
           01 JOURNAL-SEQ PIC 9(3) VALUE 0.

           01 REG-FEED-ID      PIC X(8) VALUE "PAYRLIN".
           01 REG-FILE-NAME    PIC X(40) VALUE SPACES.
           01 REG-SENDER       PIC X(8).
           01 REG-SEQUENCE     PIC 9(6).
           01 REG-CREATED      PIC 9(8).
           01 REG-RECORD-COUNT PIC 9(7).
           01 REG-HASH-TOTAL   PIC 9(13)V99.
           01 REG-RESULT       PIC X(1).
               88 REG-IS-ACCEPTED VALUE "A".
               88 REG-IS-ALREADY-SEEN VALUE "P".

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
                   GOBACK
               END-IF

               MOVE PH-EMPLOYER TO REG-SENDER
               MOVE 0 TO REG-SEQUENCE
               IF PH-FILE-SEQ IS NUMERIC
                   MOVE PH-FILE-SEQ TO REG-SEQUENCE
               END-IF
               MOVE 0 TO REG-CREATED
               IF PH-CREATED IS NUMERIC
                   MOVE PH-CREATED TO REG-CREATED
               END-IF
               MOVE PH-ITEM-COUNT TO REG-RECORD-COUNT
               MOVE PH-TOTAL TO REG-HASH-TOTAL
               CALL "REGISTER-INBOUND" USING REG-FEED-ID,
                   REG-FILE-NAME, REG-SENDER, REG-SEQUENCE,
                   REG-CREATED, REG-RECORD-COUNT, REG-HASH-TOTAL,
                   REG-RESULT
               IF REG-IS-ALREADY-SEEN
                   DISPLAY "No new payroll file."
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT REG-IS-ACCEPTED
                   DISPLAY "Payroll file refused by the inbound "
                       "register - nothing credited."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O AccountMasterFile
               OPEN EXTEND TransactionLogFile
               OPEN OUTPUT PayrollReturnFile
               CLOSE TransactionLogFile
               CLOSE PayrollReturnFile

               IF PH-IS-OWN-STAFF AND CREDITED-TOTAL > 0
                   PERFORM POST_STAFF_PAY_GL
               END-IF

               DISPLAY "Items credited: " ITEMS-CREDITED
               DISPLAY "Items returned: " ITEMS-RETURNED
               MOVE ITEMS-CREDITED TO STEP-RECORDS
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               ADD 1 TO ITEMS-CREDITED
               ADD IT-AMOUNT(ITEM-INDEX) TO CREDITED-TOTAL

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               ADD 1 TO ITEMS-RETURNED
               DISPLAY "Returned " PY-REFERENCE " reason "
                   PY-REASON-CODE.

           POST_STAFF_PAY_GL SECTION.
               OPEN EXTEND GlJournalFile
               OPEN I-O GlBalanceFile
               IF GLBAL-FILE-MISSING
                   OPEN OUTPUT GlBalanceFile
                   CLOSE GlBalanceFile
                   OPEN I-O GlBalanceFile
               END-IF
               MOVE CREDITED-TOTAL TO POST-AMOUNT
               MOVE "2530" TO GJ-CODE
               MOVE "D" TO GJ-SIDE
               MOVE "staff net pay credited" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE
               MOVE "2000" TO GJ-CODE
               MOVE "C" TO GJ-SIDE
               MOVE "staff salaries to deposits" TO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE
               CLOSE GlJournalFile
               CLOSE GlBalanceFile.

           WRITE_JOURNAL_LINE SECTION.
               ADD 1 TO JOURNAL-SEQ
               MOVE RUN-DATE TO GJ-DATE
               MOVE JOURNAL-SEQ TO GJ-SEQ
               MOVE POST-AMOUNT TO GJ-AMOUNT
               WRITE GlJournalLine
               PERFORM UPDATE_GL_BALANCE.

           UPDATE_GL_BALANCE SECTION.
               MOVE GJ-CODE TO GLB-CODE
               READ GlBalanceFile
                   INVALID KEY
                       MOVE GJ-CODE TO GLB-CODE
                       MOVE 0 TO GLB-BALANCE
                       WRITE GL-BALANCE-RECORD
               END-READ
               IF GJ-SIDE = "D"
                   ADD GJ-AMOUNT TO GLB-BALANCE
               ELSE
                   SUBTRACT GJ-AMOUNT FROM GLB-BALANCE
               END-IF
               REWRITE GL-BALANCE-RECORD.
