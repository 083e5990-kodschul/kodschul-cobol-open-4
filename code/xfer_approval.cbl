                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

               88 USER-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 PEND-EOF PIC X VALUE "N".

           01 TRANS-LOG-RECORD.
           01 FX-RATE-FOUND PIC X VALUE "N".
               88 FX-RATE-IS-FOUND VALUE "Y".
           01 FX-TODAY PIC 9(8).
           01 FX-FRESH PIC X(1).
               88 FX-RATE-IS-FRESH VALUE "Y".
           01 FX-RATE-STALE PIC X(1) VALUE "N".
               88 FX-RATE-IS-STALE VALUE "Y".
           01 RATE-ED PIC 9(3).9(6).

           01 OUR-BANK-CODE PIC X(8) VALUE "COBOLBNK".
           01 LOG-ACCOUNT PIC X(6).
           01 ITEMS-APPROVED PIC 9(4) VALUE 0.
           01 ITEMS-REJECTED PIC 9(4) VALUE 0.
           01 ITEMS-HELD PIC 9(4) VALUE 0.

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

           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

               OPEN I-O AccountMasterFile
               OPEN EXTEND TransactionLogFile
               OPEN INPUT CustomerMasterFile
               OPEN INPUT ExchangeRateFile
               IF RATE-FILE-OK
                   MOVE "Y" TO FX-ON

               CLOSE AccountMasterFile
               CLOSE TransactionLogFile
               CLOSE CustomerMasterFile
               IF FX-IS-ON
                   CLOSE ExchangeRateFile
               END-IF

               DISPLAY "Approved: " ITEMS-APPROVED
               DISPLAY "Rejected: " ITEMS-REJECTED
               DISPLAY "Held for screening review: " ITEMS-HELD
               DISPLAY "---- Approval Session Complete ----"
               STOP RUN.

               DISPLAY "Password: "
               ACCEPT CHECKER-PASSWORD

               OPEN I-O UserCredentialsFile
               MOVE CHECKER-ID TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                   CLOSE UserCredentialsFile
                   STOP RUN
               END-IF
               IF USER-PWD-CHANGED = 0
                   DISPLAY "One-time password must be changed first."
                   CLOSE UserCredentialsFile
                   STOP RUN
               END-IF
               ACCEPT USER-LAST-SIGNON FROM DATE YYYYMMDD
               REWRITE USER-CREDENTIAL-RECORD
               CLOSE UserCredentialsFile

               MOVE CHECKER-ID TO CA-USER-ID
                               "item failed."
                           MOVE "F" TO PT-STATUS(PEND-INDEX)
                       ELSE
                           PERFORM SCREEN_RELEASE
                           IF SP-IS-CLEAR
                               PERFORM POST_APPROVED_DEBIT
                               PERFORM POST_APPROVED_CREDIT
                           END-IF
                       END-IF
               END-READ
               PERFORM UNLOCK_BOTH_ACCOUNTS
               PERFORM AUDIT_DECISION.

           SCREEN_RELEASE SECTION.
               MOVE ACCT-CUST-ID TO SP-CUST-ID
               MOVE SPACES TO SP-NAME
               MOVE ACCT-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO SP-NAME
               END-READ
               MOVE "XFERAPPRV" TO SP-SOURCE
               MOVE PT-ID(PEND-INDEX) TO SP-REFERENCE
               MOVE PT-DST(PEND-INDEX) TO SP-ACCOUNT
               MOVE SPACES TO SP-HELD-ITEM
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               EVALUATE TRUE
                   WHEN SP-IS-HELD
                       DISPLAY "Watch-list hit - held for compliance "
                           "review " SP-QUEUE-ID
                       DISPLAY "Item stays pending until the hit is "
                           "cleared."
                       ADD 1 TO ITEMS-HELD
                   WHEN SP-IS-CONFIRMED
                       DISPLAY "Confirmed watch-list match - "
                           "item rejected."
                       MOVE "R" TO PT-STATUS(PEND-INDEX)
                       ADD 1 TO ITEMS-REJECTED
               END-EVALUATE.

           LOCK_BOTH_ACCOUNTS SECTION.
               MOVE "N" TO SRC-LOCKED
               MOVE "N" TO DST-LOCKED

               IF ACCT-CURRENCY NOT = SRC-CURRENCY
                   PERFORM LOOKUP_FX_RATE
                   IF FX-RATE-IS-STALE
                       DISPLAY "Exchange rate for "
                           SRC-CURRENCY "/" ACCT-CURRENCY
                           " is out of date - reversing."
                       PERFORM REVERSE_APPROVED_DEBIT
                       EXIT SECTION
                   END-IF
                   IF NOT FX-RATE-IS-FOUND
                       DISPLAY "No exchange rate for "
                           SRC-CURRENCY "/" ACCT-CURRENCY

           LOOKUP_FX_RATE SECTION.
               MOVE "N" TO FX-RATE-FOUND
               MOVE "N" TO FX-RATE-STALE
               IF NOT FX-IS-ON
                   EXIT SECTION
               END-IF
                       IF XR-EFF-DATE <= FX-TODAY
                           MOVE "Y" TO FX-RATE-FOUND
                       END-IF
               END-READ
               IF FX-RATE-IS-FOUND
                   CALL "CHECK-FX-AGE" USING XR-PAIR, XR-EFF-DATE,
                       FX-TODAY, FX-FRESH
                   IF NOT FX-RATE-IS-FRESH
                       MOVE "N" TO FX-RATE-FOUND
                       MOVE "Y" TO FX-RATE-STALE
                   END-IF
               END-IF.

           REVERSE_APPROVED_DEBIT SECTION.
               MOVE PT-SRC(PEND-INDEX) TO ACCT-NUMBER
                       MOVE "XFER_APPROVED" TO AUD-ACTION
                   WHEN "R"
                       MOVE "XFER_REJECTED" TO AUD-ACTION
                   WHEN "P"
                       MOVE "XFER_SCREEN_HOLD" TO AUD-ACTION
                   WHEN OTHER
                       MOVE "XFER_FAILED" TO AUD-ACTION
               END-EVALUATE
