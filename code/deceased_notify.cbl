           IDENTIFICATION DIVISION.
           PROGRAM-ID. DECEASED-NOTIFY.

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

               SELECT StandingOrderFile ASSIGN TO "STANDORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-ORDER-ID
                   FILE STATUS IS ORDER-FILE-STATUS.

               SELECT SweepInstructionFile ASSIGN TO "SWEEPINS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SW-ID
                   FILE STATUS IS SWEEP-FILE-STATUS.

               SELECT MandateFile ASSIGN TO "MANDATE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MD-ID
                   FILE STATUS IS MAND-FILE-STATUS.

               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

               SELECT TransHistoryFile ASSIGN TO "TRANSHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT OverdraftAccrualFile ASSIGN TO "ODACCRUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OD-ACCT-NUMBER
                   FILE STATUS IS OD-FILE-STATUS.

               SELECT TermDepositFile ASSIGN TO "TERMDEP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TD-ID
                   FILE STATUS IS TD-FILE-STATUS.

               SELECT CashCodeFile ASSIGN TO "CASHCODE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODE
                   FILE STATUS IS CODE-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EstateCertificateFile ASSIGN TO CERT-FILE-NAME
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

           FD StandingOrderFile.
           COPY STANDORD.

           FD SweepInstructionFile.
           COPY SWEEPINS.

           FD MandateFile.
           COPY MANDATE.

           FD UserCredentialsFile.
           COPY USERCRED.

           FD TransHistoryFile.
           COPY TRANSHST.

           FD OverdraftAccrualFile.
           COPY ODACCRUE.

           FD TermDepositFile.
           COPY TERMDEP.

           FD CashCodeFile.
           COPY CASHCODE.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD EstateCertificateFile.
           01 CERT-LINE PIC X(80).

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
               88 HOLDER-FILE-MISSING VALUE "35".
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
               88 CARD-FILE-EOF VALUE "10".
           01 ORDER-FILE-STATUS PIC XX.
               88 ORDER-FILE-OK VALUE "00".
               88 ORDER-FILE-EOF VALUE "10".
           01 SWEEP-FILE-STATUS PIC XX.
               88 SWEEP-FILE-OK VALUE "00".
               88 SWEEP-FILE-EOF VALUE "10".
           01 MAND-FILE-STATUS PIC XX.
               88 MAND-FILE-OK VALUE "00".
               88 MAND-FILE-EOF VALUE "10".
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
               88 USER-FILE-EOF VALUE "10".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
               88 HIST-FILE-EOF VALUE "10".
           01 OD-FILE-STATUS PIC XX.
               88 OD-FILE-OK VALUE "00".
           01 TD-FILE-STATUS PIC XX.
               88 TD-FILE-OK VALUE "00".
               88 TD-FILE-EOF VALUE "10".
           01 CODE-FILE-STATUS PIC XX.
               88 CODE-FILE-OK VALUE "00".
               88 CODE-FILE-EOF VALUE "10".

           01 OPERATOR-ID PIC X(10).
           01 INPUT-CUST-ID PIC X(6).
           01 INPUT-DEATH-DATE PIC 9(8).
           01 CONFIRM PIC X(1).
           01 TODAY PIC 9(8).

           01 CERT-FILE-NAME PIC X(40).
           01 CERT-TEXT PIC X(80).

           01 HOLDER-FOUND PIC X(1).
               88 DECEASED-IS-HOLDER VALUE "Y".
           01 OTHER-HOLDERS PIC 9(3).
           01 HISTORY-FOUND PIC X(1).
               88 HISTORY-IS-FOUND VALUE "Y".
           01 BALANCE-AT-DEATH PIC S9(7)V99.
           01 OD-INTEREST PIC 9(5)V99.
           01 TD-DAYS PIC S9(5).
           01 TD-INTEREST PIC 9(7)V99.

           01 INVOLVED-COUNT PIC 9(3) VALUE 0.
           01 INVOLVED-TABLE.
               02 INVOLVED-ENTRY OCCURS 200 TIMES.
                   03 IV-ACCT PIC X(6).
                   03 IV-SOLE PIC X(1).
                       88 IV-IS-SOLE VALUE "Y".
           01 IV-INDEX PIC 9(3).
           01 IV-MATCH PIC 9(3).
           01 LOOKUP-ACCT PIC X(6).

           01 ACCOUNTS-FROZEN PIC 9(3) VALUE 0.
           01 ACCOUNTS-JOINT PIC 9(3) VALUE 0.
           01 ACCOUNTS-LOCKED-OUT PIC 9(3) VALUE 0.
           01 CARDS-STOPPED PIC 9(3) VALUE 0.
           01 ORDERS-CANCELLED PIC 9(3) VALUE 0.
           01 SWEEPS-CANCELLED PIC 9(3) VALUE 0.
           01 MANDATES-CANCELLED PIC 9(3) VALUE 0.
           01 CASHCODES-CANCELLED PIC 9(3) VALUE 0.
           01 LOGINS-SUSPENDED PIC 9(3) VALUE 0.
           01 INSTRUCTIONS-KEPT PIC 9(3) VALUE 0.

           01 TOTAL-BALANCE PIC S9(8)V99 VALUE 0.
           01 TOTAL-OD-INTEREST PIC 9(7)V99 VALUE 0.
           01 TOTAL-TD-PRINCIPAL PIC 9(8)V99 VALUE 0.
           01 TOTAL-TD-INTEREST PIC 9(7)V99 VALUE 0.
           01 ESTATE-TOTAL PIC S9(8)V99.

           01 BALANCE-ED PIC -(7)9.99.
           01 AMOUNT-ED PIC -(7)9.99.
           01 TOTAL-ED PIC -(8)9.99.
           01 COUNT-ED PIC ZZ9.
           01 BASIS-TEXT PIC X(14).
           01 STATUS-TEXT PIC X(15).

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.
               02 TL-TERMINAL  PIC X(4) VALUE SPACES.

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Deceased Customer Notification ----"

               DISPLAY "Operator id: "
               ACCEPT OPERATOR-ID
               MOVE OPERATOR-ID TO CA-USER-ID
               MOVE "DECEASED" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Supervisor role required for "
                       "deceased notification."
                   STOP RUN
               END-IF
               ACCEPT TODAY FROM DATE YYYYMMDD

               OPEN I-O CustomerMasterFile
               IF NOT CUST-FILE-OK
                   DISPLAY "Customer master not available."
                   STOP RUN
               END-IF

               DISPLAY "Customer id: "
               ACCEPT INPUT-CUST-ID
               MOVE INPUT-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       DISPLAY "Customer not found."
                       CLOSE CustomerMasterFile
                       STOP RUN
               END-READ
               IF CUST-IS-DECEASED
                   DISPLAY "Customer already recorded as deceased "
                       "on " CUST-DATE-OF-DEATH "."
                   CLOSE CustomerMasterFile
                   STOP RUN
               END-IF

               DISPLAY "Date of death (YYYYMMDD): "
               ACCEPT INPUT-DEATH-DATE
               IF INPUT-DEATH-DATE = 0
                   OR INPUT-DEATH-DATE > TODAY
                   DISPLAY "Invalid date of death."
                   CLOSE CustomerMasterFile
                   STOP RUN
               END-IF

               DISPLAY "Customer " CUST-ID "  " CUST-NAME
               DISPLAY "Record as deceased " INPUT-DEATH-DATE
                   " and stop all products (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "Notification cancelled."
                   CLOSE CustomerMasterFile
                   STOP RUN
               END-IF

               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   CLOSE CustomerMasterFile
                   STOP RUN
               END-IF

               MOVE "Y" TO CUST-DECEASED
               MOVE INPUT-DEATH-DATE TO CUST-DATE-OF-DEATH
               MOVE "Y" TO CUST-NO-MARKETING
               REWRITE CUSTOMER-MASTER-RECORD

               MOVE "DECEASED" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE "DECEASED_NOTIFIED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-CUST-ID " died " INPUT-DEATH-DATE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               INITIALIZE CERT-FILE-NAME
               STRING "ESTATECERT." INPUT-CUST-ID
                   DELIMITED BY SIZE INTO CERT-FILE-NAME
               OPEN OUTPUT EstateCertificateFile
               PERFORM WRITE_CERT_HEADER

               OPEN I-O AccountHolderFile
               IF HOLDER-FILE-MISSING
                   OPEN OUTPUT AccountHolderFile
                   CLOSE AccountHolderFile
                   OPEN I-O AccountHolderFile
               END-IF
               OPEN INPUT TransHistoryFile
               OPEN INPUT OverdraftAccrualFile

               PERFORM STOP_ACCOUNTS
               CLOSE OverdraftAccrualFile
               CLOSE TransHistoryFile
               CLOSE AccountHolderFile

               PERFORM LIST_TERM_DEPOSITS
               PERFORM STOP_CARDS
               PERFORM STOP_STANDING_ORDERS
               PERFORM STOP_SWEEPS
               PERFORM STOP_MANDATES
               PERFORM STOP_CASH_CODES
               PERFORM SUSPEND_LOGINS
               PERFORM WRITE_CERT_TOTALS

               CLOSE EstateCertificateFile
               CLOSE AccountMasterFile
               CLOSE CustomerMasterFile

               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "DECEASED" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "Customer " INPUT-CUST-ID
                   " deceased - products stopped"
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE

               DISPLAY "Sole accounts frozen:     " ACCOUNTS-FROZEN
               DISPLAY "Joint accounts to review: " ACCOUNTS-JOINT
               DISPLAY "Accounts in use (skipped):"
                   ACCOUNTS-LOCKED-OUT
               DISPLAY "Cards stopped:            " CARDS-STOPPED
               DISPLAY "Standing orders cancelled:" ORDERS-CANCELLED
               DISPLAY "Sweeps cancelled:         " SWEEPS-CANCELLED
               DISPLAY "Mandates cancelled:       "
                   MANDATES-CANCELLED
               DISPLAY "Cash codes cancelled:     "
                   CASHCODES-CANCELLED
               DISPLAY "Logins suspended:         " LOGINS-SUSPENDED
               DISPLAY "Estate certificate: " CERT-FILE-NAME
               DISPLAY "---- Notification Complete ----"
               STOP RUN.

           WRITE_CERT_HEADER SECTION.
               MOVE "ESTATE BALANCE CERTIFICATE" TO CERT-LINE
               WRITE CERT-LINE
               INITIALIZE CERT-TEXT
               STRING "Customer " CUST-ID "  " CUST-NAME
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               INITIALIZE CERT-TEXT
               STRING "Address  " CUST-STREET " " CUST-CITY " "
                   CUST-POSTCODE
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               INITIALIZE CERT-TEXT
               STRING "Date of death " INPUT-DEATH-DATE
                   "   Issued " TODAY "   By " OPERATOR-ID
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE
               MOVE "Account  Balance at death  Basis          "
                   TO CERT-TEXT
               MOVE "OD interest  Status" TO CERT-TEXT(45:)
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE.

           STOP_ACCOUNTS SECTION.
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       SET ACCT-FILE-EOF TO TRUE
               END-START
               PERFORM STOP_ONE_ACCOUNT
                   UNTIL ACCT-FILE-EOF.

           STOP_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ

               PERFORM COUNT_HOLDERS
               IF ACCT-CUST-ID NOT = INPUT-CUST-ID
                   AND NOT DECEASED-IS-HOLDER
                   EXIT SECTION
               END-IF
               IF INVOLVED-COUNT >= 200
                   DISPLAY "Too many accounts - " ACCT-NUMBER
                       " not processed."
                   EXIT SECTION
               END-IF

               ADD 1 TO INVOLVED-COUNT
               MOVE ACCT-NUMBER TO IV-ACCT(INVOLVED-COUNT)
               IF OTHER-HOLDERS = 0
                   MOVE "Y" TO IV-SOLE(INVOLVED-COUNT)
                   PERFORM FREEZE_SOLE_ACCOUNT
               ELSE
                   MOVE "N" TO IV-SOLE(INVOLVED-COUNT)
                   PERFORM MARK_JOINT_ACCOUNT
               END-IF
               PERFORM WRITE_CERT_ACCOUNT.

           COUNT_HOLDERS SECTION.
               MOVE "N" TO HOLDER-FOUND
               IF ACCT-CUST-ID = INPUT-CUST-ID
                   MOVE 0 TO OTHER-HOLDERS
               ELSE
                   MOVE 1 TO OTHER-HOLDERS
               END-IF
               MOVE ACCT-NUMBER TO AH-ACCT
               MOVE LOW-VALUES TO AH-CUST
               START AccountHolderFile KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       SET HOLDER-FILE-EOF TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO HOLDER-FILE-STATUS
               END-START
               PERFORM COUNT_ONE_HOLDER
                   UNTIL HOLDER-FILE-EOF.

           COUNT_ONE_HOLDER SECTION.
               READ AccountHolderFile NEXT RECORD
                   AT END
                       SET HOLDER-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF AH-ACCT NOT = ACCT-NUMBER
                   SET HOLDER-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN AH-CUST = INPUT-CUST-ID
                       MOVE "Y" TO HOLDER-FOUND
                   WHEN AH-CUST = ACCT-CUST-ID
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO OTHER-HOLDERS
               END-EVALUATE.

           FREEZE_SOLE_ACCOUNT SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE ACCT-NUMBER TO AL-ACCOUNT
               MOVE OPERATOR-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Account " ACCT-NUMBER
                       " in use elsewhere - freeze manually."
                   ADD 1 TO ACCOUNTS-LOCKED-OUT
                   EXIT SECTION
               END-IF

               MOVE AL-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "REL" TO AL-ACTION
                       CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                           AL-HOLDER, AL-GRANTED
                       DISPLAY "Account " AL-ACCOUNT
                           " no longer on file - not frozen."
                       EXIT SECTION
               END-READ
               MOVE "Y" TO ACCT-BLOCKED
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               ADD 1 TO ACCOUNTS-FROZEN

               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED

               MOVE "DECEASED" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE "ACCOUNT_FROZEN" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ACCT-NUMBER " sole holder " INPUT-CUST-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           MARK_JOINT_ACCOUNT SECTION.
               MOVE ACCT-NUMBER TO AH-ACCT
               MOVE INPUT-CUST-ID TO AH-CUST
               READ AccountHolderFile
                   INVALID KEY
                       MOVE "D" TO AH-ROLE
                       WRITE ACCOUNT-HOLDER-RECORD
                   NOT INVALID KEY
                       MOVE "D" TO AH-ROLE
                       REWRITE ACCOUNT-HOLDER-RECORD
               END-READ
               ADD 1 TO ACCOUNTS-JOINT

               MOVE "DECEASED" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE "SURVIVOR_REVIEW" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ACCT-NUMBER " joint holder " INPUT-CUST-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           WRITE_CERT_ACCOUNT SECTION.
               PERFORM FIND_BALANCE_AT_DEATH
               MOVE 0 TO OD-INTEREST
               MOVE ACCT-NUMBER TO OD-ACCT-NUMBER
               READ OverdraftAccrualFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE OD-INTEREST ROUNDED =
                           OD-ACCRUED-ARRANGED + OD-ACCRUED-EXCESS
               END-READ
               ADD BALANCE-AT-DEATH TO TOTAL-BALANCE
               ADD OD-INTEREST TO TOTAL-OD-INTEREST

               IF IV-IS-SOLE(INVOLVED-COUNT)
                   MOVE "SOLE FROZEN" TO STATUS-TEXT
               ELSE
                   MOVE "SURVIVOR REVIEW" TO STATUS-TEXT
               END-IF
               MOVE BALANCE-AT-DEATH TO BALANCE-ED
               COMPUTE AMOUNT-ED = 0 - OD-INTEREST
               INITIALIZE CERT-TEXT
               STRING ACCT-NUMBER "   " BALANCE-ED "      "
                   BASIS-TEXT " " AMOUNT-ED "  " STATUS-TEXT
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE.

           FIND_BALANCE_AT_DEATH SECTION.
               MOVE "N" TO HISTORY-FOUND
               MOVE ACCT-NUMBER TO TH-ACCOUNT
               MOVE 0 TO TH-DATE
               MOVE 0 TO TH-TIME
               MOVE 0 TO TH-SEQ
               START TransHistoryFile KEY IS NOT LESS THAN TH-KEY
                   INVALID KEY
                       SET HIST-FILE-EOF TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO HIST-FILE-STATUS
               END-START
               PERFORM READ_HISTORY_TO_DEATH
                   UNTIL HIST-FILE-EOF
               IF HISTORY-IS-FOUND
                   MOVE "at death" TO BASIS-TEXT
               ELSE
                   MOVE ACCT-BALANCE TO BALANCE-AT-DEATH
                   MOVE "current" TO BASIS-TEXT
               END-IF.

           READ_HISTORY_TO_DEATH SECTION.
               READ TransHistoryFile NEXT RECORD
                   AT END
                       SET HIST-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF TH-ACCOUNT NOT = ACCT-NUMBER
                   OR TH-DATE > INPUT-DEATH-DATE
                   SET HIST-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               MOVE TH-BALANCE TO BALANCE-AT-DEATH
               MOVE "Y" TO HISTORY-FOUND.

           FIND_INVOLVED_ACCOUNT SECTION.
               MOVE 0 TO IV-MATCH
               PERFORM CHECK_ONE_INVOLVED
                   VARYING IV-INDEX FROM 1 BY 1
                   UNTIL IV-INDEX > INVOLVED-COUNT
                       OR IV-MATCH > 0.

           CHECK_ONE_INVOLVED SECTION.
               IF IV-ACCT(IV-INDEX) = LOOKUP-ACCT
                   MOVE IV-INDEX TO IV-MATCH
               END-IF.

           LIST_TERM_DEPOSITS SECTION.
               OPEN INPUT TermDepositFile
               IF NOT TD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE
               MOVE "Term deposits     Principal   Interest to death"
                   TO CERT-LINE
               WRITE CERT-LINE
               MOVE LOW-VALUES TO TD-ID
               START TermDepositFile KEY IS NOT LESS THAN TD-ID
                   INVALID KEY
                       SET TD-FILE-EOF TO TRUE
               END-START
               PERFORM LIST_ONE_DEPOSIT
                   UNTIL TD-FILE-EOF
               CLOSE TermDepositFile.

           LIST_ONE_DEPOSIT SECTION.
               READ TermDepositFile NEXT RECORD
                   AT END
                       SET TD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT TD-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE TD-ACCT-NUMBER TO LOOKUP-ACCT
               PERFORM FIND_INVOLVED_ACCOUNT
               IF IV-MATCH = 0
                   EXIT SECTION
               END-IF

               MOVE 0 TO TD-INTEREST
               IF INPUT-DEATH-DATE > TD-START-DATE
                   COMPUTE TD-DAYS =
                       FUNCTION INTEGER-OF-DATE(INPUT-DEATH-DATE)
                       - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
                   COMPUTE TD-INTEREST ROUNDED =
                       TD-AMOUNT * TD-RATE / 100 * TD-DAYS / 365
               END-IF
               ADD TD-AMOUNT TO TOTAL-TD-PRINCIPAL
               ADD TD-INTEREST TO TOTAL-TD-INTEREST

               MOVE TD-AMOUNT TO BALANCE-ED
               MOVE TD-INTEREST TO AMOUNT-ED
               INITIALIZE CERT-TEXT
               STRING TD-ID " on " TD-ACCT-NUMBER " " BALANCE-ED
                   "  " AMOUNT-ED "  matures " TD-MATURITY
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE.

           STOP_CARDS SECTION.
               OPEN I-O CardMasterFile
               IF NOT CARD-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO CARD-NUMBER
               START CardMasterFile KEY IS NOT LESS THAN CARD-NUMBER
                   INVALID KEY
                       SET CARD-FILE-EOF TO TRUE
               END-START
               PERFORM STOP_ONE_CARD
                   UNTIL CARD-FILE-EOF
               CLOSE CardMasterFile.

           STOP_ONE_CARD SECTION.
               READ CardMasterFile NEXT RECORD
                   AT END
                       SET CARD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF CARD-CUST-ID NOT = INPUT-CUST-ID
                   OR NOT CARD-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE "H" TO CARD-STATUS
               REWRITE CARD-MASTER-RECORD
               ADD 1 TO CARDS-STOPPED

               MOVE "DECEASED" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE "CARD_STOPPED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING CARD-NUMBER " cust " INPUT-CUST-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           STOP_STANDING_ORDERS SECTION.
               OPEN I-O StandingOrderFile
               IF NOT ORDER-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO SO-ORDER-ID
               START StandingOrderFile KEY IS NOT LESS THAN
                   SO-ORDER-ID
                   INVALID KEY
                       SET ORDER-FILE-EOF TO TRUE
               END-START
               PERFORM STOP_ONE_ORDER
                   UNTIL ORDER-FILE-EOF
               CLOSE StandingOrderFile.

           STOP_ONE_ORDER SECTION.
               READ StandingOrderFile NEXT RECORD
                   AT END
                       SET ORDER-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT SO-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE SO-SRC-ACCT TO LOOKUP-ACCT
               PERFORM FIND_INVOLVED_ACCOUNT
               IF IV-MATCH = 0
                   EXIT SECTION
               END-IF
               IF NOT IV-IS-SOLE(IV-MATCH)
                   INITIALIZE CERT-TEXT
                   STRING "Standing order " SO-ORDER-ID " on "
                       SO-SRC-ACCT " kept for survivor review"
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE_KEPT_INSTRUCTION
                   EXIT SECTION
               END-IF
               MOVE "C" TO SO-STATUS
               REWRITE STANDING-ORDER-RECORD
               ADD 1 TO ORDERS-CANCELLED
               MOVE "SO_CANCELLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING SO-ORDER-ID " on " SO-SRC-ACCT " deceased"
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_STOP_AUDIT.

           STOP_SWEEPS SECTION.
               OPEN I-O SweepInstructionFile
               IF NOT SWEEP-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO SW-ID
               START SweepInstructionFile KEY IS NOT LESS THAN SW-ID
                   INVALID KEY
                       SET SWEEP-FILE-EOF TO TRUE
               END-START
               PERFORM STOP_ONE_SWEEP
                   UNTIL SWEEP-FILE-EOF
               CLOSE SweepInstructionFile.

           STOP_ONE_SWEEP SECTION.
               READ SweepInstructionFile NEXT RECORD
                   AT END
                       SET SWEEP-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT SW-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE SW-CHK-ACCT TO LOOKUP-ACCT
               PERFORM FIND_INVOLVED_ACCOUNT
               IF IV-MATCH = 0
                   MOVE SW-SAV-ACCT TO LOOKUP-ACCT
                   PERFORM FIND_INVOLVED_ACCOUNT
               END-IF
               IF IV-MATCH = 0
                   EXIT SECTION
               END-IF
               IF NOT IV-IS-SOLE(IV-MATCH)
                   INITIALIZE CERT-TEXT
                   STRING "Sweep " SW-ID " " SW-CHK-ACCT "/"
                       SW-SAV-ACCT " kept for survivor review"
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE_KEPT_INSTRUCTION
                   EXIT SECTION
               END-IF
               MOVE "C" TO SW-STATUS
               REWRITE SWEEP-INSTRUCTION-RECORD
               ADD 1 TO SWEEPS-CANCELLED
               MOVE "SWEEP_CANCELLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING SW-ID " " SW-CHK-ACCT "/" SW-SAV-ACCT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_STOP_AUDIT.

           STOP_MANDATES SECTION.
               OPEN I-O MandateFile
               IF NOT MAND-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO MD-ID
               START MandateFile KEY IS NOT LESS THAN MD-ID
                   INVALID KEY
                       SET MAND-FILE-EOF TO TRUE
               END-START
               PERFORM STOP_ONE_MANDATE
                   UNTIL MAND-FILE-EOF
               CLOSE MandateFile.

           STOP_ONE_MANDATE SECTION.
               READ MandateFile NEXT RECORD
                   AT END
                       SET MAND-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT MD-IS-ACTIVE
                   EXIT SECTION
               END-IF
               MOVE MD-ACCT-NUMBER TO LOOKUP-ACCT
               PERFORM FIND_INVOLVED_ACCOUNT
               IF IV-MATCH = 0
                   EXIT SECTION
               END-IF
               IF NOT IV-IS-SOLE(IV-MATCH)
                   INITIALIZE CERT-TEXT
                   STRING "Mandate " MD-ID " on " MD-ACCT-NUMBER
                       " kept for survivor review"
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE_KEPT_INSTRUCTION
                   EXIT SECTION
               END-IF
               MOVE "C" TO MD-STATUS
               REWRITE MANDATE-RECORD
               ADD 1 TO MANDATES-CANCELLED
               MOVE "MANDATE_CANCELLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING MD-ID " on " MD-ACCT-NUMBER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_STOP_AUDIT.

           WRITE_KEPT_INSTRUCTION SECTION.
               IF INSTRUCTIONS-KEPT = 0
                   MOVE SPACES TO CERT-LINE
                   WRITE CERT-LINE
               END-IF
               ADD 1 TO INSTRUCTIONS-KEPT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE.

           STOP_CASH_CODES SECTION.
               OPEN I-O CashCodeFile
               IF NOT CODE-FILE-OK
                   EXIT SECTION
               END-IF
               OPEN EXTEND TransactionLogFile
               MOVE LOW-VALUES TO CC-CODE
               START CashCodeFile KEY IS NOT LESS THAN CC-CODE
                   INVALID KEY
                       SET CODE-FILE-EOF TO TRUE
               END-START
               PERFORM STOP_ONE_CASH_CODE
                   UNTIL CODE-FILE-EOF
               CLOSE TransactionLogFile
               CLOSE CashCodeFile.

           STOP_ONE_CASH_CODE SECTION.
               READ CashCodeFile NEXT RECORD
                   AT END
                       SET CODE-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT CC-IS-PENDING
                   EXIT SECTION
               END-IF
               MOVE CC-ACCT-NUMBER TO LOOKUP-ACCT
               PERFORM FIND_INVOLVED_ACCOUNT
               IF IV-MATCH = 0
                   EXIT SECTION
               END-IF
               IF NOT IV-IS-SOLE(IV-MATCH)
                   EXIT SECTION
               END-IF

               MOVE "GET" TO AL-ACTION
               MOVE CC-ACCT-NUMBER TO AL-ACCOUNT
               MOVE OPERATOR-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Cash code " CC-CODE " on account "
                       CC-ACCT-NUMBER " in use - cancel manually."
                   EXIT SECTION
               END-IF

               MOVE "C" TO CC-STATUS
               MOVE TODAY TO CC-CLOSED-DATE
               REWRITE CASH-CODE-RECORD
               ADD 1 TO CASHCODES-CANCELLED

               MOVE CC-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "REL" TO AL-ACTION
                       CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                           AL-HOLDER, AL-GRANTED
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
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED

               MOVE TODAY TO TL-DATE
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

               MOVE "CCASH_CANCELLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "code " CC-CODE " acct " CC-ACCT-NUMBER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_STOP_AUDIT.

           WRITE_STOP_AUDIT SECTION.
               MOVE "DECEASED" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           SUSPEND_LOGINS SECTION.
               OPEN I-O UserCredentialsFile
               IF NOT USER-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO USER-ID
               START UserCredentialsFile KEY IS NOT LESS THAN USER-ID
                   INVALID KEY
                       SET USER-FILE-EOF TO TRUE
               END-START
               PERFORM SUSPEND_ONE_LOGIN
                   UNTIL USER-FILE-EOF
               CLOSE UserCredentialsFile.

           SUSPEND_ONE_LOGIN SECTION.
               READ UserCredentialsFile NEXT RECORD
                   AT END
                       SET USER-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF USER-CUST-ID NOT = INPUT-CUST-ID
                   OR USER-IS-LOCKED
                   EXIT SECTION
               END-IF
               MOVE "Y" TO USER-LOCKED
               REWRITE USER-CREDENTIAL-RECORD
               ADD 1 TO LOGINS-SUSPENDED
               MOVE "LOGIN_SUSPENDED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING USER-ID " cust " INPUT-CUST-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_STOP_AUDIT.

           WRITE_CERT_TOTALS SECTION.
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE
               MOVE TOTAL-BALANCE TO TOTAL-ED
               INITIALIZE CERT-TEXT
               STRING "Account balances       " TOTAL-ED
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               COMPUTE TOTAL-ED = 0 - TOTAL-OD-INTEREST
               INITIALIZE CERT-TEXT
               STRING "Overdraft interest due " TOTAL-ED
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               MOVE TOTAL-TD-PRINCIPAL TO TOTAL-ED
               INITIALIZE CERT-TEXT
               STRING "Term deposit principal " TOTAL-ED
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               MOVE TOTAL-TD-INTEREST TO TOTAL-ED
               INITIALIZE CERT-TEXT
               STRING "Term deposit interest  " TOTAL-ED
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               COMPUTE ESTATE-TOTAL = TOTAL-BALANCE
                   - TOTAL-OD-INTEREST + TOTAL-TD-PRINCIPAL
                   + TOTAL-TD-INTEREST
               MOVE ESTATE-TOTAL TO TOTAL-ED
               INITIALIZE CERT-TEXT
               STRING "Estate total           " TOTAL-ED
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               MOVE INVOLVED-COUNT TO COUNT-ED
               INITIALIZE CERT-TEXT
               STRING "Accounts listed " COUNT-ED
                   "   of which held for survivor review "
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE ACCOUNTS-JOINT TO COUNT-ED
               MOVE COUNT-ED TO CERT-TEXT(56:3)
               MOVE CERT-TEXT TO CERT-LINE
               WRITE CERT-LINE
               MOVE "Balances at death are the last posted balance on"
                   TO CERT-LINE
               WRITE CERT-LINE
               MOVE "or before the date of death; credit interest is "
                   TO CERT-LINE
               WRITE CERT-LINE
               MOVE "included as posted daily."
                   TO CERT-LINE
               WRITE CERT-LINE.
