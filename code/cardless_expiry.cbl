           IDENTIFICATION DIVISION.
           PROGRAM-ID. CARDLESS-EXPIRY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CashCodeFile ASSIGN TO "CASHCODE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODE
                   FILE STATUS IS CODE-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD CashCodeFile.
           COPY CASHCODE.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 CODE-FILE-STATUS PIC XX.
               88 CODE-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 CODE-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 CODES-EXPIRED PIC 9(5) VALUE 0.
           01 CODES-PENDING PIC 9(5) VALUE 0.
           01 AMOUNT-RELEASED PIC 9(9)V99 VALUE 0.
           01 AMOUNT-ED PIC Z(8)9.99.

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.
               02 TL-TERMINAL  PIC X(4) VALUE SPACES.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Cardless Cash Code Expiry ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN I-O CashCodeFile
               IF NOT CODE-FILE-OK
                   DISPLAY "No cash codes on file."
                   GOBACK
               END-IF
               OPEN I-O AccountMasterFile
               OPEN EXTEND TransactionLogFile

               MOVE "N" TO CODE-EOF
               MOVE LOW-VALUES TO CC-CODE
               START CashCodeFile KEY IS NOT LESS THAN CC-CODE
                   INVALID KEY
                       MOVE "Y" TO CODE-EOF
               END-START
               PERFORM CHECK_ONE_CODE
               UNTIL CODE-EOF = "Y"

               CLOSE TransactionLogFile
               CLOSE AccountMasterFile
               CLOSE CashCodeFile

               MOVE AMOUNT-RELEASED TO AMOUNT-ED
               DISPLAY "Codes expired: " CODES-EXPIRED
               DISPLAY "Holds released: " AMOUNT-ED
               DISPLAY "Codes still outstanding: " CODES-PENDING
               MOVE CODES-EXPIRED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Cash Code Expiry Complete ----"
               GOBACK.

           CHECK_ONE_CODE SECTION.
               READ CashCodeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO CODE-EOF
                   NOT AT END
                       IF CC-IS-PENDING
                           IF CC-EXPIRY-DATE < RUN-DATE
                               PERFORM EXPIRE_ONE_CODE
                           ELSE
                               ADD 1 TO CODES-PENDING
                           END-IF
                       END-IF
               END-READ.

           EXPIRE_ONE_CODE SECTION.
               MOVE "E" TO CC-STATUS
               MOVE RUN-DATE TO CC-CLOSED-DATE
               REWRITE CASH-CODE-RECORD
               ADD 1 TO CODES-EXPIRED

               MOVE CC-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Cash code " CC-CODE
                           ": account not found "
                           CC-ACCT-NUMBER
                       EXIT SECTION
               END-READ
               IF ACCT-HELD-AMOUNT >= CC-AMOUNT
                   SUBTRACT CC-AMOUNT FROM ACCT-HELD-AMOUNT
               ELSE
                   MOVE 0 TO ACCT-HELD-AMOUNT
               END-IF
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               ADD CC-AMOUNT TO AMOUNT-RELEASED

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE "CCASH-REL" TO TL-TYPE
               MOVE CC-AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               INITIALIZE TL-FX-INFO
               STRING "CASHCODE " CC-CODE
                   DELIMITED BY SIZE INTO TL-FX-INFO
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE,
                   TL-TIME, TL-ACCOUNT, TL-TYPE,
                   TL-AMOUNT, TL-BALANCE

               MOVE "CCEXPIRE" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "CCASH_EXPIRED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "code " CC-CODE " acct " CC-ACCT-NUMBER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
