           01 DEPOSITS-MATURED PIC 9(5) VALUE 0.
           01 DEPOSITS-ROLLED PIC 9(5) VALUE 0.

           01 WHT-RATE   PIC 9(2)V99.
           01 WHT-BASIS  PIC X(1).
           01 WHT-TAX    PIC 9(7)V99.
           01 WHT-SOURCE PIC X(1) VALUE "T".
           01 WHT-TOTAL  PIC 9(9)V99 VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

               DISPLAY "Deposits paid out: " DEPOSITS-MATURED
               DISPLAY "Deposits rolled  : " DEPOSITS-ROLLED
               DISPLAY "Tax withheld     : " WHT-TOTAL
               MOVE DEPOSITS-MATURED TO STEP-RECORDS
               ADD DEPOSITS-ROLLED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                       END-IF
                       PERFORM ROLL_DEPOSIT_TERM
                       ADD 1 TO DEPOSITS-ROLLED
               END-EVALUATE
               IF INTEREST-AMOUNT > 0
                   PERFORM WITHHOLD_DEPOSIT_TAX
               END-IF.

           WITHHOLD_DEPOSIT_TAX SECTION.
               MOVE TD-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "WARN" TO ALERT-SEVERITY
                       MOVE "TDMATURE" TO ALERT-SOURCE
                       INITIALIZE ALERT-MESSAGE
                       STRING "deposit " TD-ID
                           " tax not withheld - no account"
                           DELIMITED BY SIZE INTO ALERT-MESSAGE
                       CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                           ALERT-SOURCE, ALERT-MESSAGE
                       EXIT SECTION
               END-READ

               CALL "CALC-WITHHOLDING" USING ACCT-CUST-ID, RUN-DATE,
                   INTEREST-AMOUNT, WHT-RATE, WHT-BASIS, WHT-TAX
               CALL "WRITE-WHT-LEDGER" USING RUN-DATE, ACCT-NUMBER,
                   ACCT-CUST-ID, WHT-SOURCE, WHT-BASIS, WHT-RATE,
                   INTEREST-AMOUNT, WHT-TAX
               IF WHT-TAX = 0
                   EXIT SECTION
               END-IF

               SUBTRACT WHT-TAX FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               ADD WHT-TAX TO WHT-TOTAL

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE TD-ACCT-NUMBER TO TL-ACCOUNT
               MOVE "WHT-TAX" TO TL-TYPE
               MOVE WHT-TAX TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE.

           CREDIT_SOURCE_ACCOUNT SECTION.
               MOVE TD-ACCT-NUMBER TO ACCT-NUMBER
