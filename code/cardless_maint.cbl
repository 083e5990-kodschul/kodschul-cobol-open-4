           IDENTIFICATION DIVISION.
           PROGRAM-ID. CARDLESS-MAINT.

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
               88 CODE-FILE-MISSING VALUE "35".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 INPUT-ACCOUNT PIC X(6).
           01 INPUT-CODE PIC X(8).
           01 CONFIRM PIC X(1).
           01 RUN-DATE PIC 9(8).
           01 RUN-TIME PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 EXPIRY-INT PIC 9(8).
           01 EXPIRY-DAYS PIC 9(2) VALUE 1.
           01 MAX-CODE-AMOUNT PIC 9(5)V99 VALUE 500.00.
           01 AVAILABLE-BALANCE PIC S9(7)V99.
           01 CODE-AMOUNT PIC 9(7)V99.
           01 NOTE-UNITS PIC 9(7).
           01 CODE-SEED PIC 9(8).
           01 CODE-DRAW PIC V9(9).
           01 CODE-NUMBER PIC 9(8).
           01 CODE-TRIES PIC 9(2).
           01 CODE-WRITTEN PIC X VALUE "N".
               88 CODE-IS-WRITTEN VALUE "Y".
           01 LIST-EOF PIC X VALUE "N".

           01 AMOUNT-INPUT    PIC X(10).
           01 AMOUNT-MIN      PIC S9(9) VALUE 10.
           01 AMOUNT-MAX      PIC S9(9) VALUE 999999999.
           01 AMOUNT-DECIMALS PIC 9 VALUE 0.
           01 AMOUNT-VALID    PIC X(1).
               88 AMOUNT-INPUT-VALID VALUE "Y".

           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

           COPY CURRCFG.

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.
               02 TL-TERMINAL  PIC X(4) VALUE SPACES.

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

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Cardless Cash Codes ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "CARDLESS" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for cardless cash."
                   STOP RUN
               END-IF

               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_CODE_PARAMETERS
               ACCEPT RUN-TIME FROM TIME
               COMPUTE CODE-SEED = FUNCTION MOD(
                   RUN-TIME * 1000 + RUN-DATE, 100000000)
               MOVE FUNCTION RANDOM(CODE-SEED) TO CODE-DRAW

               PERFORM OPEN_CODE_FILE
               OPEN I-O AccountMasterFile

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE CashCodeFile
               CLOSE AccountMasterFile
               DISPLAY "---- Cardless Cash Codes Complete ----"
               STOP RUN.

           LOAD_CODE_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "CCASHDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO EXPIRY-DAYS
               END-IF
               MOVE "CCASHMAX" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO MAX-CODE-AMOUNT
               END-IF.

           OPEN_CODE_FILE SECTION.
               OPEN I-O CashCodeFile
               IF CODE-FILE-MISSING
                   OPEN OUTPUT CashCodeFile
                   CLOSE CashCodeFile
                   OPEN I-O CashCodeFile
               END-IF.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Stage cash code            *"
               DISPLAY "* 2. List codes for account     *"
               DISPLAY "* 3. Cancel cash code           *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM STAGE_CODE
                   WHEN 2
                       PERFORM LIST_CODES
                   WHEN 3
                       PERFORM CANCEL_CODE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           STAGE_CODE SECTION.
               DISPLAY "Account to withdraw from: "
               ACCEPT INPUT-ACCOUNT

               MOVE "GET" TO AL-ACTION
               MOVE INPUT-ACCOUNT TO AL-ACCOUNT
               MOVE CA-USER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Account is in use elsewhere - "
                       "try again shortly."
                   EXIT SECTION
               END-IF

               PERFORM STAGE_CODE_FOR_ACCOUNT

               MOVE "REL" TO AL-ACTION
               MOVE INPUT-ACCOUNT TO AL-ACCOUNT
               MOVE CA-USER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED.

           STAGE_CODE_FOR_ACCOUNT SECTION.
               MOVE INPUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account not found."
                       EXIT SECTION
               END-READ
               IF ACCT-IS-BLOCKED
                   DISPLAY "Account is blocked."
                   EXIT SECTION
               END-IF
               IF ACCT-IS-DORMANT
                   DISPLAY "Account is dormant - reactivate it "
                       "first."
                   EXIT SECTION
               END-IF

               MOVE MAX-CODE-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CODE_AMOUNT
               DISPLAY "Amount in whole notes (max " AMOUNT-F
                   "): "
               MOVE "N" TO AMOUNT-VALID
               PERFORM ACCEPT_CODE_AMOUNT
               UNTIL AMOUNT-INPUT-VALID
               MOVE FUNCTION NUMVAL(AMOUNT-INPUT) TO CODE-AMOUNT

               COMPUTE NOTE-UNITS = CODE-AMOUNT / 10
               IF NOTE-UNITS * 10 NOT = CODE-AMOUNT
                   DISPLAY "Amount must be a multiple of 10."
                   EXIT SECTION
               END-IF
               IF CODE-AMOUNT > MAX-CODE-AMOUNT
                   DISPLAY "Amount exceeds the cardless cash "
                       "limit."
                   EXIT SECTION
               END-IF
               IF CODE-AMOUNT > ACCT-WITHDRAW-LIMIT
                   DISPLAY "Amount exceeds the account "
                       "withdrawal limit."
                   EXIT SECTION
               END-IF
               COMPUTE AVAILABLE-BALANCE =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
               IF CODE-AMOUNT > AVAILABLE-BALANCE
                   DISPLAY "Insufficient available funds."
                   EXIT SECTION
               END-IF

               MOVE CODE-AMOUNT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_CODE_AMOUNT
               DISPLAY "Hold " AMOUNT-F " on " ACCT-NUMBER
                   " and issue a code? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "No code issued."
                   EXIT SECTION
               END-IF

               MOVE ACCT-NUMBER TO CC-ACCT-NUMBER
               MOVE CODE-AMOUNT TO CC-AMOUNT
               MOVE RUN-DATE TO CC-CREATED-DATE
               MOVE CA-USER-ID TO CC-CREATED-BY
               COMPUTE EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) + EXPIRY-DAYS
               COMPUTE CC-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(EXPIRY-INT)
               MOVE "P" TO CC-STATUS
               MOVE 0 TO CC-CLOSED-DATE
               MOVE SPACES TO CC-TERMINAL
               MOVE 0 TO CC-BAD-TRIES
               MOVE "N" TO CODE-WRITTEN
               MOVE 0 TO CODE-TRIES
               PERFORM WRITE_NEW_CODE
               UNTIL CODE-IS-WRITTEN OR CODE-TRIES > 20
               IF NOT CODE-IS-WRITTEN
                   DISPLAY "No free code could be generated - "
                       "nothing held."
                   EXIT SECTION
               END-IF

               ADD CODE-AMOUNT TO ACCT-HELD-AMOUNT
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING AJ-FILE-ID, AJ-IMAGE

               MOVE "CCASH-HOLD" TO TL-TYPE
               PERFORM WRITE_CODE_TRANS_LOG

               DISPLAY "Cash code: " CC-CODE
               DISPLAY "Valid until end of " CC-EXPIRY-DATE
                   " for " AMOUNT-F " at any of our ATMs."
               MOVE "CCASH_STAGED" TO AUD-ACTION
               PERFORM AUDIT_CODE.

           ACCEPT_CODE_AMOUNT SECTION.
               ACCEPT AMOUNT-INPUT
               CALL "VALIDATE-NUMERIC" USING AMOUNT-INPUT,
                   AMOUNT-MIN, AMOUNT-MAX, AMOUNT-DECIMALS,
                   AMOUNT-VALID
               IF NOT AMOUNT-INPUT-VALID
                   DISPLAY "Invalid amount - try again: "
               END-IF.

           WRITE_NEW_CODE SECTION.
               ADD 1 TO CODE-TRIES
               MOVE FUNCTION RANDOM TO CODE-DRAW
               COMPUTE CODE-NUMBER = 10000000 + CODE-DRAW * 90000000
               MOVE CODE-NUMBER TO CC-CODE
               WRITE CASH-CODE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CODE-WRITTEN
               END-WRITE.

           LIST_CODES SECTION.
               DISPLAY "Account number: "
               ACCEPT INPUT-ACCOUNT

               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO CC-CODE
               START CashCodeFile KEY IS NOT LESS THAN CC-CODE
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START

               DISPLAY "CODE     STAT AMOUNT     EXPIRES  CLOSED"
               PERFORM LIST_ONE_CODE
               UNTIL LIST-EOF = "Y".

           LIST_ONE_CODE SECTION.
               READ CashCodeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       IF CC-ACCT-NUMBER = INPUT-ACCOUNT
                           DISPLAY CC-CODE " " CC-STATUS "    "
                               CC-AMOUNT " " CC-EXPIRY-DATE " "
                               CC-CLOSED-DATE " " CC-TERMINAL
                       END-IF
               END-READ.

           CANCEL_CODE SECTION.
               DISPLAY "Cash code to cancel: "
               ACCEPT INPUT-CODE
               MOVE INPUT-CODE TO CC-CODE
               READ CashCodeFile
                   INVALID KEY
                       DISPLAY "Code not found."
                       EXIT SECTION
               END-READ
               IF NOT CC-IS-PENDING
                   DISPLAY "Code is no longer outstanding."
                   EXIT SECTION
               END-IF

               MOVE "GET" TO AL-ACTION
               MOVE CC-ACCT-NUMBER TO AL-ACCOUNT
               MOVE CA-USER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Account is in use elsewhere - "
                       "try again shortly."
                   EXIT SECTION
               END-IF

               MOVE "C" TO CC-STATUS
               MOVE RUN-DATE TO CC-CLOSED-DATE
               REWRITE CASH-CODE-RECORD
               PERFORM RELEASE_CODE_HOLD
               DISPLAY "Code cancelled and hold released."
               MOVE "CCASH_CANCELLED" TO AUD-ACTION
               PERFORM AUDIT_CODE

               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION,
                   AL-ACCOUNT, AL-HOLDER, AL-GRANTED.

           RELEASE_CODE_HOLD SECTION.
               MOVE CC-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account " CC-ACCT-NUMBER
                           " not found - no hold to release."
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
               CALL "WRITE-AFTER-IMAGE" USING AJ-FILE-ID, AJ-IMAGE
               MOVE "CCASH-REL" TO TL-TYPE
               PERFORM WRITE_CODE_TRANS_LOG.

           WRITE_CODE_TRANS_LOG SECTION.
               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE CC-AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               INITIALIZE TL-FX-INFO
               STRING "CASHCODE " CC-CODE
                   DELIMITED BY SIZE INTO TL-FX-INFO
               OPEN EXTEND TransactionLogFile
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CLOSE TransactionLogFile
               CALL "WRITE-TRANS-HIST" USING TL-DATE,
                   TL-TIME, TL-ACCOUNT, TL-TYPE,
                   TL-AMOUNT, TL-BALANCE.

           AUDIT_CODE SECTION.
               MOVE "CARDLESS" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING "code " CC-CODE " acct " CC-ACCT-NUMBER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           FORMAT_CODE_AMOUNT SECTION.
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F.
