                          RECORD KEY IS CARD-NUMBER
                          FILE STATUS IS CARD-FILE-STATUS.

                      SELECT CardLinkFile ASSIGN TO "CARDLINK"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CL-KEY
                          FILE STATUS IS LINK-FILE-STATUS.

                      SELECT CashCodeFile ASSIGN TO "CASHCODE"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CC-CODE
                          FILE STATUS IS CODE-FILE-STATUS.

                      SELECT BillerMasterFile ASSIGN TO "BILLMAST"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS BL-CODE
                          FILE STATUS IS BILLER-FILE-STATUS.

                      SELECT BillPaymentFile ASSIGN TO "BILLPAY"
                          ORGANIZATION IS LINE SEQUENTIAL.

                      SELECT SchoolInvoiceFile ASSIGN TO "SCHINV"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS FI-KEY
                          FILE STATUS IS INV-FILE-STATUS.

                  DATA DIVISION.
                  FILE SECTION.
                  FD AccountMasterFile.
                  FD CardMasterFile.
                  COPY CARDMAST.

                  FD CardLinkFile.
                  COPY CARDLINK.

                  FD CashCodeFile.
                  COPY CASHCODE.

                  FD BillerMasterFile.
                  COPY BILLMAST.

                  FD BillPaymentFile.
                  COPY BILLPAY.

                  FD SchoolInvoiceFile.
                  COPY SCHINV.

                  WORKING-STORAGE SECTION.
                  01 AJ-FILE-ID PIC X(8).
                  01 AJ-IMAGE PIC X(80).
                  01 CARDS-ON PIC X VALUE "N".
                      88 CARDS-ARE-ON VALUE "Y".
                  01 CARD-INPUT-NUMBER PIC X(10).
                  01 RETIRED-CARD-NUMBER PIC X(10).
                  01 LINK-FILE-STATUS PIC XX.
                      88 LINK-FILE-OK VALUE "00".
                  01 LINKS-ON PIC X VALUE "N".
                      88 LINKS-ARE-ON VALUE "Y".
                  01 LINK-EOF PIC X.
                  01 CARD-ACCT-TABLE.
                      02 CARD-ACCT-COUNT PIC 9(2) VALUE 0.
                      02 CARD-ACCT-ENTRY OCCURS 9 TIMES.
                          03 CAT-ACCT     PIC X(6).
                          03 CAT-TYPE     PIC X(1).
                          03 CAT-CURRENCY PIC X(3).
                  01 CARD-ACCT-INDEX PIC 9(2).
                  01 CARD-ACCT-CHOICE PIC 9(2).
                  01 SELECTED-ACCOUNT PIC X(6).
                  01 PREV-ACCOUNT PIC X(6).
                  01 XFER-TARGET PIC X(1).
                  01 XFER-TO-OWN PIC X VALUE "N".
                      88 XFER-IS-OWN VALUE "Y".
                  01 CODE-FILE-STATUS PIC XX.
                      88 CODE-FILE-OK VALUE "00".
                  01 WANTS-CARDLESS PIC X(1).
                  01 CODE-INPUT PIC X(8).
                  01 CODE-TODAY PIC 9(8).
                  01 CODE-CANCEL-REASON PIC X(16).
                  01 BILLER-FILE-STATUS PIC XX.
                      88 BILLER-FILE-OK VALUE "00".
                  01 INV-FILE-STATUS PIC XX.
                      88 INV-FILE-OK VALUE "00".
                  01 BILLER-EOF PIC X.
                  01 BILLER-TABLE.
                      02 BILLER-COUNT PIC 9(2) VALUE 0.
                      02 BILLER-ENTRY OCCURS 20 TIMES.
                          03 BT-CODE   PIC X(6).
                          03 BT-NAME   PIC X(20).
                          03 BT-FORMAT PIC X(12).
                          03 BT-RULE   PIC X(1).
                          03 BT-KIND   PIC X(1).
                  01 BILLER-INDEX PIC 9(2).
                  01 BILLER-CHOICE PIC 9(2).
                  01 BILL-REFERENCE PIC X(12).
                  01 BILL-CONFIRM PIC X(1).
                  01 BILL-TODAY PIC 9(8).
                  01 BR-VALID PIC X(1).
                      88 BR-IS-VALID VALUE "Y".
                  01 AUTH-OK PIC X VALUE "N".
                      88 AUTH-IS-OK VALUE "Y".
                  01 CARD-TODAY PIC 9(8).
                  01 FX-RATE-FOUND PIC X VALUE "N".
                      88 FX-RATE-IS-FOUND VALUE "Y".
                  01 FX-TODAY PIC 9(8).
                  01 FX-FRESH PIC X(1).
                      88 FX-RATE-IS-FRESH VALUE "Y".
                  01 FX-RATE-STALE PIC X(1) VALUE "N".
                      88 FX-RATE-IS-STALE VALUE "Y".
                  01 RATE-ED PIC 9(3).9(6).

                  01 APPROVAL-THRESHOLD PIC 9(5)V99 VALUE 2000.00.
                  01 CLRG-REF-DATE PIC 9(8).
                  01 CLRG-REF-TIME PIC 9(6).
                  01 CLRG-DATE-INT PIC 9(8).
                  01 SCREEN-CLRG-ITEM.
                      02 SCI-BANK-CODE   PIC X(8).
                      02 SCI-REFERENCE   PIC X(14).
                      02 SCI-SRC-ACCT    PIC X(6).
                      02 SCI-DEST-ACCT   PIC X(6).
                      02 SCI-AMOUNT      PIC 9(7)V99.
                      02 SCI-SETTLE-DATE PIC 9(8).

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

                  01 HOLD-THRESHOLD PIC 9(5)V99 VALUE 1000.00.
                  01 HOLD-DAYS PIC 9(2) VALUE 2.
                  01 ALERT-SOURCE   PIC X(10).
                  01 ALERT-MESSAGE  PIC X(50).

                  01 EVT-ACTION   PIC X(5).
                  01 EVT-TERMINAL PIC X(4).
                  01 EVT-CAUSE    PIC X(8).
                  01 EVT-DETAIL   PIC X(30).

                  01 EV-ACTION PIC X(3).
                  01 EV-FILE-NAME PIC X(40).
                  01 EV-FILE-ID PIC X(8).
                          IF CARD-FILE-OK
                              MOVE "Y" TO CARDS-ON
                          END-IF
                          OPEN INPUT CardLinkFile
                          IF LINK-FILE-OK
                              MOVE "Y" TO LINKS-ON
                          END-IF
                      END-IF

                      IF NOT DEMO-IS-ON
                          DISPLAY "Cardless cash code withdrawal? "
                              "(Y/N): "
                          ACCEPT WANTS-CARDLESS
                          IF WANTS-CARDLESS = "Y"
                              PERFORM REDEEM_CASH_CODE
                              PERFORM CLOSE_SESSION_FILES
                              DISPLAY "Thank you for using COBOL "
                                  "BANK ATM!"
                              STOP RUN
                          END-IF
                      END-IF

                      IF CARDS-ARE-ON
                          IF CARDS-ARE-ON
                              CLOSE CardMasterFile
                          END-IF
                          IF LINKS-ARE-ON
                              CLOSE CardLinkFile
                          END-IF
                          CLOSE PayeeFile
                          STOP RUN
                      END-IF
                          IF CARDS-ARE-ON
                              CLOSE CardMasterFile
                          END-IF
                          IF LINKS-ARE-ON
                              CLOSE CardLinkFile
                          END-IF
                          CLOSE PayeeFile
                          STOP RUN
                      END-IF
                      IF CARDS-ARE-ON
                          CLOSE CardMasterFile
                      END-IF
                      IF LINKS-ARE-ON
                          CLOSE CardLinkFile
                      END-IF
                      CLOSE PayeeFile

                      IF EV-RECORD-COUNT > 0
                      DISPLAY "Thank you for using COBOL BANK ATM!"
                      STOP RUN.

                  CLOSE_SESSION_FILES SECTION.
                      CLOSE AccountMasterFile
                      CLOSE TransactionLogFile
                      CLOSE ReceiptFile
                      CLOSE CustomerMasterFile
                      CLOSE HoldFile
                      IF HOLD-XREF-IS-ON
                          CLOSE AccountHolderFile
                      END-IF
                      IF FX-IS-ON
                          CLOSE ExchangeRateFile
                      END-IF
                      IF CASSETTES-ARE-ON
                          CLOSE CassetteFile
                      END-IF
                      IF CARDS-ARE-ON
                          CLOSE CardMasterFile
                      END-IF
                      IF LINKS-ARE-ON
                          CLOSE CardLinkFile
                      END-IF
                      CLOSE PayeeFile.

                  REDEEM_CASH_CODE SECTION.
                      OPEN I-O CashCodeFile
                      IF NOT CODE-FILE-OK
                          DISPLAY "Cardless cash is not available "
                              "at this terminal."
                          EXIT SECTION
                      END-IF

                      DISPLAY "Enter your cash code: "
                      ACCEPT CODE-INPUT
                      DISPLAY "Enter the amount of the code: "
                      ACCEPT AMOUNT

                      PERFORM CHECK_CASH_CODE
                      IF CC-IS-PENDING
                          MOVE CC-ACCT-NUMBER TO ACCOUNT-NUMBER
                          MOVE "GET" TO AL-ACTION
                          MOVE ACCOUNT-NUMBER TO AL-ACCOUNT
                          MOVE TERMINAL-ID TO AL-HOLDER
                          CALL "ACCT-LOCK" USING AL-ACTION,
                              AL-ACCOUNT, AL-HOLDER, AL-GRANTED
                          IF AL-IS-GRANTED
                              PERFORM DISPENSE_CASH_CODE
                              MOVE "REL" TO AL-ACTION
                              CALL "ACCT-LOCK" USING AL-ACTION,
                                  AL-ACCOUNT, AL-HOLDER, AL-GRANTED
                          ELSE
                              DISPLAY "Service temporarily "
                                  "unavailable - please try "
                                  "again shortly."
                          END-IF
                      END-IF
                      CLOSE CashCodeFile.

                  CHECK_CASH_CODE SECTION.
                      MOVE CODE-INPUT TO CC-CODE
                      READ CashCodeFile
                          INVALID KEY
                              MOVE SPACE TO CC-STATUS
                              DISPLAY "Code not valid."
                              PERFORM ALERT_BAD_CASH_CODE
                              EXIT SECTION
                      END-READ

                      ACCEPT CODE-TODAY FROM DATE YYYYMMDD
                      IF NOT CC-IS-PENDING
                          OR CC-EXPIRY-DATE < CODE-TODAY
                          MOVE SPACE TO CC-STATUS
                          DISPLAY "Code not valid."
                          PERFORM ALERT_BAD_CASH_CODE
                          EXIT SECTION
                      END-IF

                      IF AMOUNT NOT = CC-AMOUNT
                          ADD 1 TO CC-BAD-TRIES
                          IF CC-BAD-TRIES >= 3
                              MOVE "C" TO CC-STATUS
                              ACCEPT CC-CLOSED-DATE FROM DATE YYYYMMDD
                              MOVE TERMINAL-ID TO CC-TERMINAL
                              REWRITE CASH-CODE-RECORD
                              MOVE "bad amount x3"
                                  TO CODE-CANCEL-REASON
                              PERFORM RELEASE_CASH_CODE_HOLD
                          ELSE
                              REWRITE CASH-CODE-RECORD
                          END-IF
                          MOVE SPACE TO CC-STATUS
                          DISPLAY "Code not valid."
                          PERFORM ALERT_BAD_CASH_CODE
                      END-IF.

                  ALERT_BAD_CASH_CODE SECTION.
                      MOVE "WARN" TO ALERT-SEVERITY
                      MOVE "ATM" TO ALERT-SOURCE
                      INITIALIZE ALERT-MESSAGE
                      STRING "bad cash code " CODE-INPUT
                          " at terminal " TERMINAL-ID
                          DELIMITED BY SIZE INTO ALERT-MESSAGE
                      CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                          ALERT-SOURCE, ALERT-MESSAGE.

                  RELEASE_CASH_CODE_HOLD SECTION.
                      MOVE CC-ACCT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
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
                      MOVE CC-ACCT-NUMBER TO LOG-ACCOUNT
                      MOVE "CCASH-REL" TO TL-TYPE
                      MOVE CC-AMOUNT TO TL-AMOUNT
                      INITIALIZE TL-FX-INFO
                      STRING "CASHCODE " CC-CODE
                          DELIMITED BY SIZE INTO TL-FX-INFO
                      PERFORM WRITE_TRANS_LOG
                      MOVE SPACES TO TL-FX-INFO
                      MOVE "ATM" TO AUD-SOURCE
                      MOVE TERMINAL-ID TO AUD-USER
                      MOVE "CCASH_CANCELLED" TO AUD-ACTION
                      INITIALIZE AUD-DETAIL
                      STRING "code " CC-CODE " " CODE-CANCEL-REASON
                          DELIMITED BY SIZE INTO AUD-DETAIL
                      CALL "WRITE-AUDIT" USING AUD-SOURCE,
                          AUD-USER, AUD-ACTION, AUD-DETAIL.

                  DISPENSE_CASH_CODE SECTION.
                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              DISPLAY "Account not found."
                              EXIT SECTION
                      END-READ

                      IF ACCT-IS-BLOCKED OR ACCT-IS-DORMANT
                          MOVE "C" TO CC-STATUS
                          ACCEPT CC-CLOSED-DATE FROM DATE YYYYMMDD
                          MOVE TERMINAL-ID TO CC-TERMINAL
                          REWRITE CASH-CODE-RECORD
                          MOVE "account frozen" TO CODE-CANCEL-REASON
                          PERFORM RELEASE_CASH_CODE_HOLD
                          DISPLAY "Code not valid."
                          EXIT SECTION
                      END-IF

                      PERFORM COMPUTE_NOTE_BREAKDOWN
                      IF NOT BREAKDOWN-IS-OK
                          DISPLAY "Amount cannot be dispensed with "
                              "the notes available. Your code "
                              "remains valid."
                          EXIT SECTION
                      END-IF

                      SUBTRACT AMOUNT FROM ACCT-BALANCE
                      IF ACCT-HELD-AMOUNT >= AMOUNT
                          SUBTRACT AMOUNT FROM ACCT-HELD-AMOUNT
                      ELSE
                          MOVE 0 TO ACCT-HELD-AMOUNT
                      END-IF
                      ADD AMOUNT TO ACCT-DAILY-WITHDRAWN
                      REWRITE ACCOUNT-RECORD
                      MOVE "ACCTMAST" TO AJ-FILE-ID
                      MOVE ACCOUNT-RECORD TO AJ-IMAGE
                      CALL "WRITE-AFTER-IMAGE" USING
                          AJ-FILE-ID, AJ-IMAGE

                      MOVE "N" TO FEE-WAS-CHARGED
                      MOVE ACCOUNT-NUMBER TO LOG-ACCOUNT
                      MOVE "WITHDRAWAL" TO TL-TYPE
                      MOVE AMOUNT TO TL-AMOUNT
                      INITIALIZE TL-FX-INFO
                      STRING "CASHCODE " CC-CODE
                          DELIMITED BY SIZE INTO TL-FX-INFO
                      PERFORM WRITE_TRANS_LOG
                      PERFORM WRITE_RECEIPT
                      MOVE SPACES TO TL-FX-INFO

                      PERFORM DISPENSE_NOTES
                      IF NOT DISPENSE-IS-OK
                          PERFORM WITHDRAW_REVERSAL
                          PERFORM RESTORE_CASH_CODE_HOLD
                          DISPLAY "Your code remains valid."
                          EXIT SECTION
                      END-IF

                      MOVE "R" TO CC-STATUS
                      ACCEPT CC-CLOSED-DATE FROM DATE YYYYMMDD
                      MOVE TERMINAL-ID TO CC-TERMINAL
                      REWRITE CASH-CODE-RECORD
                      DISPLAY "Please take your cash."
                      MOVE "ATM" TO AUD-SOURCE
                      MOVE TERMINAL-ID TO AUD-USER
                      MOVE "CCASH_REDEEMED" TO AUD-ACTION
                      INITIALIZE AUD-DETAIL
                      STRING "code " CC-CODE " acct " CC-ACCT-NUMBER
                          DELIMITED BY SIZE INTO AUD-DETAIL
                      CALL "WRITE-AUDIT" USING AUD-SOURCE,
                          AUD-USER, AUD-ACTION, AUD-DETAIL.

                  RESTORE_CASH_CODE_HOLD SECTION.
                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              EXIT SECTION
                      END-READ
                      ADD CC-AMOUNT TO ACCT-HELD-AMOUNT
                      REWRITE ACCOUNT-RECORD
                      MOVE "ACCTMAST" TO AJ-FILE-ID
                      MOVE ACCOUNT-RECORD TO AJ-IMAGE
                      CALL "WRITE-AFTER-IMAGE" USING
                          AJ-FILE-ID, AJ-IMAGE.

                  LOAD_OVERDRAFT_FEE SECTION.
                      OPEN INPUT FeeScheduleFile
                      IF NOT FEE-FILE-OK
                      END-IF

                      PERFORM CARD_PIN_TRY WITH TEST AFTER
                      UNTIL ATTEMPTS = 3 OR AUTH-IS-OK

                      IF AUTH-IS-OK
                          IF CARD-REPLACES NOT = SPACES
                              AND CARD-FIRST-USED = 0
                              PERFORM RETIRE_REPLACED_CARD
                          END-IF
                          PERFORM SELECT_CARD_ACCOUNT
                      END-IF.

                  RETIRE_REPLACED_CARD SECTION.
                      MOVE CARD-TODAY TO CARD-FIRST-USED
                      REWRITE CARD-MASTER-RECORD
                      MOVE CARD-REPLACES TO RETIRED-CARD-NUMBER
                      MOVE RETIRED-CARD-NUMBER TO CARD-NUMBER
                      READ CardMasterFile
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              IF NOT CARD-IS-CLOSED
                                  MOVE "X" TO CARD-STATUS
                                  REWRITE CARD-MASTER-RECORD
                                  MOVE "ATM" TO AUD-SOURCE
                                  MOVE RETIRED-CARD-NUMBER TO AUD-USER
                                  MOVE "CARD_RETIRED" TO AUD-ACTION
                                  INITIALIZE AUD-DETAIL
                                  STRING "replaced by "
                                      CARD-REPLACED-BY
                                      DELIMITED BY SIZE
                                      INTO AUD-DETAIL
                                  CALL "WRITE-AUDIT" USING
                                      AUD-SOURCE, AUD-USER,
                                      AUD-ACTION, AUD-DETAIL
                              END-IF
                      END-READ
                      MOVE CARD-INPUT-NUMBER TO CARD-NUMBER
                      READ CardMasterFile
                      END-READ.

                  SELECT_CARD_ACCOUNT SECTION.
                      PERFORM LOAD_CARD_ACCOUNTS
                      IF CARD-ACCT-COUNT < 2
                          EXIT SECTION
                      END-IF

                      PERFORM CHOOSE_CARD_ACCOUNT
                      IF SELECTED-ACCOUNT = SPACES
                          DISPLAY "No account selected."
                          MOVE "N" TO AUTH-OK
                          EXIT SECTION
                      END-IF
                      MOVE SELECTED-ACCOUNT TO ACCOUNT-NUMBER.

                  LOAD_CARD_ACCOUNTS SECTION.
                      MOVE 1 TO CARD-ACCT-COUNT
                      MOVE ACCT-NUMBER TO CAT-ACCT(1)
                      MOVE ACCT-TYPE TO CAT-TYPE(1)
                      MOVE ACCT-CURRENCY TO CAT-CURRENCY(1)
                      IF NOT LINKS-ARE-ON
                          EXIT SECTION
                      END-IF

                      MOVE "N" TO LINK-EOF
                      MOVE CARD-NUMBER TO CL-CARD-NUMBER
                      MOVE LOW-VALUES TO CL-ACCT-NUMBER
                      START CardLinkFile KEY IS NOT LESS THAN CL-KEY
                          INVALID KEY
                              MOVE "Y" TO LINK-EOF
                      END-START
                      PERFORM LOAD_ONE_CARD_LINK
                      UNTIL LINK-EOF = "Y"

                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              CONTINUE
                      END-READ.

                  LOAD_ONE_CARD_LINK SECTION.
                      READ CardLinkFile NEXT RECORD
                          AT END
                              MOVE "Y" TO LINK-EOF
                          NOT AT END
                              IF CL-CARD-NUMBER NOT = CARD-NUMBER
                                  MOVE "Y" TO LINK-EOF
                              ELSE
                                  PERFORM ADD_CARD_ACCOUNT
                              END-IF
                      END-READ.

                  ADD_CARD_ACCOUNT SECTION.
                      IF CARD-ACCT-COUNT NOT < 9
                          EXIT SECTION
                      END-IF
                      MOVE CL-ACCT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              EXIT SECTION
                      END-READ
                      ADD 1 TO CARD-ACCT-COUNT
                      MOVE ACCT-NUMBER TO
                          CAT-ACCT(CARD-ACCT-COUNT)
                      MOVE ACCT-TYPE TO
                          CAT-TYPE(CARD-ACCT-COUNT)
                      MOVE ACCT-CURRENCY TO
                          CAT-CURRENCY(CARD-ACCT-COUNT).

                  CHOOSE_CARD_ACCOUNT SECTION.
                      MOVE SPACES TO SELECTED-ACCOUNT
                      DISPLAY "Accounts on this card:"
                      PERFORM SHOW_CARD_ACCOUNT
                      VARYING CARD-ACCT-INDEX FROM 1 BY 1
                      UNTIL CARD-ACCT-INDEX > CARD-ACCT-COUNT
                      DISPLAY "Select an account (0 to cancel): "
                      ACCEPT CARD-ACCT-CHOICE
                      IF CARD-ACCT-CHOICE = 0
                          OR CARD-ACCT-CHOICE > CARD-ACCT-COUNT
                          EXIT SECTION
                      END-IF

                      MOVE CAT-ACCT(CARD-ACCT-CHOICE) TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              DISPLAY "Account not found."
                              EXIT SECTION
                      END-READ
                      MOVE ACCOUNT-NUMBER TO PREV-ACCOUNT
                      MOVE ACCT-NUMBER TO ACCOUNT-NUMBER
                      PERFORM CHECK_HOLDER_LOCKS
                      MOVE PREV-ACCOUNT TO ACCOUNT-NUMBER
                      IF ACCT-IS-BLOCKED
                          DISPLAY "Account is blocked."
                          EXIT SECTION
                      END-IF
                      MOVE CAT-ACCT(CARD-ACCT-CHOICE) TO
                          SELECTED-ACCOUNT.

                  SHOW_CARD_ACCOUNT SECTION.
                      EVALUATE CAT-TYPE(CARD-ACCT-INDEX)
                          WHEN "S"
                              DISPLAY "  " CARD-ACCT-INDEX ". "
                                  CAT-ACCT(CARD-ACCT-INDEX)
                                  " Savings  "
                                  CAT-CURRENCY(CARD-ACCT-INDEX)
                          WHEN "C"
                              DISPLAY "  " CARD-ACCT-INDEX ". "
                                  CAT-ACCT(CARD-ACCT-INDEX)
                                  " Checking "
                                  CAT-CURRENCY(CARD-ACCT-INDEX)
                          WHEN OTHER
                              DISPLAY "  " CARD-ACCT-INDEX ". "
                                  CAT-ACCT(CARD-ACCT-INDEX)
                                  "          "
                                  CAT-CURRENCY(CARD-ACCT-INDEX)
                      END-EVALUATE.

                  SWITCH_ACCOUNT SECTION.
                      IF CARD-ACCT-COUNT < 2
                          DISPLAY "Only one account is linked to "
                              "this card."
                          EXIT SECTION
                      END-IF

                      PERFORM CHOOSE_CARD_ACCOUNT
                      IF SELECTED-ACCOUNT = SPACES
                          OR SELECTED-ACCOUNT = ACCOUNT-NUMBER
                          DISPLAY "Account unchanged."
                          EXIT SECTION
                      END-IF

                      MOVE "GET" TO AL-ACTION
                      MOVE SELECTED-ACCOUNT TO AL-ACCOUNT
                      MOVE TERMINAL-ID TO AL-HOLDER
                      CALL "ACCT-LOCK" USING AL-ACTION,
                          AL-ACCOUNT, AL-HOLDER, AL-GRANTED
                      IF NOT AL-IS-GRANTED
                          DISPLAY "Account is in use elsewhere "
                              "- please try again shortly."
                          EXIT SECTION
                      END-IF

                      MOVE "REL" TO AL-ACTION
                      MOVE ACCOUNT-NUMBER TO AL-ACCOUNT
                      CALL "ACCT-LOCK" USING AL-ACTION,
                          AL-ACCOUNT, AL-HOLDER, AL-GRANTED

                      MOVE SELECTED-ACCOUNT TO ACCOUNT-NUMBER
                      DISPLAY "Now using account " ACCOUNT-NUMBER
                      INITIALIZE RECEIPT-TEXT
                      STRING "Account: " ACCOUNT-NUMBER
                          DELIMITED BY SIZE INTO RECEIPT-TEXT
                      MOVE RECEIPT-TEXT TO RECEIPT-OUT-LINE
                      WRITE RECEIPT-OUT-LINE.

                  CARD_PIN_TRY SECTION.
                      DISPLAY "Enter your 4-digit PIN: "
                      DISPLAY "* 6. Transfer Funds            *"
                      DISPLAY "* 7. Change PIN                *"
                      DISPLAY "* 8. Manage Payees             *"
                      IF CARD-ACCT-COUNT > 1
                          DISPLAY "* 9. Switch Account            *"
                      END-IF
                      DISPLAY "* 0. Pay a Bill                *"
                      DISPLAY "*********************************"
                      DISPLAY "Enter your choice: "
                      ACCEPT CHOICE
                              PERFORM CHANGE_PIN
                          WHEN 8
                              PERFORM MANAGE_PAYEES
                          WHEN 9
                              PERFORM SWITCH_ACCOUNT
                          WHEN 0
                              PERFORM PAY_BILL
                          WHEN OTHER
                              DISPLAY
                              "Invalid choice. Please try again."
                          CURR-SYMBOL, CURR-DECIMAL-SEP,
                          CURR-SYMBOL-POSITION, AMOUNT-DISPLAY
                      DISPLAY "*********************************"
                      IF CARD-ACCT-COUNT > 1
                          DISPLAY "Account: " ACCOUNT-NUMBER
                      END-IF
                      DISPLAY "Your current balance is: "
                          AMOUNT-DISPLAY
                      IF ACCT-HELD-AMOUNT > 0

                      IF NOT DISPENSE-IS-OK
                          PERFORM RESTORE_CASSETTES
                          MOVE "START" TO EVT-ACTION
                          MOVE "DISPFALT" TO EVT-CAUSE
                          MOVE SPACES TO EVT-DETAIL
                          PERFORM RECORD_TERMINAL_EVENT
                          EXIT SECTION
                      END-IF

                      MOVE "END" TO EVT-ACTION
                      MOVE "DISPFALT" TO EVT-CAUSE
                      MOVE SPACES TO EVT-DETAIL
                      PERFORM RECORD_TERMINAL_EVENT

                      INITIALIZE RECEIPT-TEXT
                      STRING "Notes: " USE-50 " x 50  "
                          USE-20 " x 20  " USE-10 " x 10"
                                  SUBTRACT NOTE-AMOUNT FROM
                                      CAS-REMAINING
                                  REWRITE CASSETTE-RECORD
                                  IF CAS-REMAINING = 0
                                      PERFORM RECORD_CASSETTE_EMPTY
                                  END-IF
                                  IF CAS-REMAINING <
                                      CAS-RELOAD-LEVEL
                                      DISPLAY "OPERATOR: cassette "
                          ACCOUNT-NUMBER
                          DELIMITED BY SIZE INTO ALERT-MESSAGE
                      CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                          ALERT-SOURCE, ALERT-MESSAGE

                      MOVE "EVENT" TO EVT-ACTION
                      MOVE "REVERSAL" TO EVT-CAUSE
                      INITIALIZE EVT-DETAIL
                      STRING "ACCT " ACCOUNT-NUMBER " AMT " AMOUNT
                          DELIMITED BY SIZE INTO EVT-DETAIL
                      PERFORM RECORD_TERMINAL_EVENT.

                  RECORD_CASSETTE_EMPTY SECTION.
                      MOVE "START" TO EVT-ACTION
                      MOVE "CASSEMPT" TO EVT-CAUSE
                      INITIALIZE EVT-DETAIL
                      STRING "DENOM " CAS-DENOM
                          DELIMITED BY SIZE INTO EVT-DETAIL
                      PERFORM RECORD_TERMINAL_EVENT.

                  RECORD_TERMINAL_EVENT SECTION.
                      IF DEMO-IS-ON
                          EXIT SECTION
                      END-IF
                      MOVE TERMINAL-ID TO EVT-TERMINAL
                      CALL "WRITE-TERM-EVENT" USING EVT-ACTION,
                          EVT-TERMINAL, EVT-CAUSE, EVT-DETAIL.

                  DEPOSIT_FUNDS SECTION.
                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
                      IF AMOUNT > AVAILABLE-BALANCE
                          DISPLAY "Insufficient funds."
                      ELSE
                          MOVE "N" TO XFER-TO-OWN
                          MOVE "P" TO XFER-TARGET
                          IF CARD-ACCT-COUNT > 1
                              DISPLAY "Transfer between my (O)wn "
                                  "accounts or to a (P)ayee: "
                              ACCEPT XFER-TARGET
                          END-IF
                          IF XFER-TARGET = "O"
                              PERFORM PICK_OWN_ACCOUNT
                          ELSE
                              PERFORM PICK_PAYEE
                          END-IF
                          IF DEST-ACCOUNT = SPACES
                              DISPLAY "Transfer cancelled."
                          ELSE IF DEST-ACCOUNT = ACCOUNT-NUMBER
                              DISPLAY
                              "Cannot transfer to your own account."
                          ELSE IF NOT XFER-IS-OWN
                              AND PT-ADDED(PAYEE-CHOICE) =
                              NEW-PAYEE-DATE
                              AND AMOUNT > NEW-PAYEE-LIMIT
                              DISPLAY "Payee was added today - "
                                  "tomorrow."
                          ELSE
                              IF AMOUNT > APPROVAL-THRESHOLD
                                  AND NOT XFER-IS-OWN
                                  PERFORM QUEUE_FOR_APPROVAL
                              ELSE
                                  PERFORM TRANSFER_DEBIT
                          END-IF
                      END-IF.

                  PICK_OWN_ACCOUNT SECTION.
                      MOVE SPACES TO DEST-ACCOUNT
                      DISPLAY "Your other accounts:"
                      PERFORM SHOW_OWN_ACCOUNT
                      VARYING CARD-ACCT-INDEX FROM 1 BY 1
                      UNTIL CARD-ACCT-INDEX > CARD-ACCT-COUNT
                      DISPLAY "Pick an account (0 to cancel): "
                      ACCEPT CARD-ACCT-CHOICE
                      IF CARD-ACCT-CHOICE = 0
                          OR CARD-ACCT-CHOICE > CARD-ACCT-COUNT
                          EXIT SECTION
                      END-IF
                      IF CAT-ACCT(CARD-ACCT-CHOICE) = ACCOUNT-NUMBER
                          EXIT SECTION
                      END-IF
                      MOVE CAT-ACCT(CARD-ACCT-CHOICE) TO DEST-ACCOUNT
                      MOVE "Y" TO XFER-TO-OWN.

                  SHOW_OWN_ACCOUNT SECTION.
                      IF CAT-ACCT(CARD-ACCT-INDEX) NOT = ACCOUNT-NUMBER
                          PERFORM SHOW_CARD_ACCOUNT
                      END-IF.

                  PICK_PAYEE SECTION.
                      MOVE SPACES TO DEST-ACCOUNT
                      ACCEPT NEW-PAYEE-DATE FROM DATE YYYYMMDD
                              ") added " PT-ADDED(PAYEE-INDEX)
                      END-PERFORM.

                  PAY_BILL SECTION.
                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              DISPLAY "Account not found."
                              EXIT SECTION
                      END-READ

                      IF ACCT-IS-DORMANT
                          DISPLAY "Account is dormant. Please "
                              "contact the branch to reactivate."
                          EXIT SECTION
                      END-IF

                      PERFORM LOAD_BILLER_TABLE
                      IF BILLER-COUNT = 0
                          DISPLAY "Bill payment is not available."
                          EXIT SECTION
                      END-IF

                      DISPLAY "Registered billers:"
                      PERFORM SHOW_ONE_BILLER
                          VARYING BILLER-INDEX FROM 1 BY 1
                          UNTIL BILLER-INDEX > BILLER-COUNT
                      DISPLAY "Choose biller: "
                      ACCEPT BILLER-CHOICE
                      IF BILLER-CHOICE = 0
                          OR BILLER-CHOICE > BILLER-COUNT
                          DISPLAY "Invalid choice."
                          EXIT SECTION
                      END-IF

                      IF BT-KIND(BILLER-CHOICE) = "S"
                          DISPLAY "Student id and invoice month "
                              "(e.g. S00001202609): "
                      ELSE
                          DISPLAY "Customer reference number: "
                      END-IF
                      ACCEPT BILL-REFERENCE
                      CALL "BILL-REF-CHECK" USING
                          BT-FORMAT(BILLER-CHOICE),
                          BT-RULE(BILLER-CHOICE),
                          BILL-REFERENCE, BR-VALID
                      IF NOT BR-IS-VALID
                          DISPLAY "Reference is not valid for "
                              BT-NAME(BILLER-CHOICE)
                              " - please check your bill."
                          EXIT SECTION
                      END-IF

                      IF BT-KIND(BILLER-CHOICE) = "S"
                          PERFORM PAY_SCHOOL_INVOICE
                      ELSE
                          DISPLAY "Amount to pay: "
                          ACCEPT AMOUNT
                          IF AMOUNT = 0
                              DISPLAY "No amount entered."
                              EXIT SECTION
                          END-IF
                          PERFORM POST_BILL_PAYMENT
                      END-IF.

                  LOAD_BILLER_TABLE SECTION.
                      MOVE 0 TO BILLER-COUNT
                      OPEN INPUT BillerMasterFile
                      IF NOT BILLER-FILE-OK
                          EXIT SECTION
                      END-IF
                      MOVE "N" TO BILLER-EOF
                      MOVE LOW-VALUES TO BL-CODE
                      START BillerMasterFile KEY IS NOT LESS THAN
                          BL-CODE
                          INVALID KEY
                              MOVE "Y" TO BILLER-EOF
                      END-START
                      PERFORM LOAD_ONE_BILLER
                      UNTIL BILLER-EOF = "Y"
                      CLOSE BillerMasterFile.

                  LOAD_ONE_BILLER SECTION.
                      READ BillerMasterFile NEXT RECORD
                          AT END
                              MOVE "Y" TO BILLER-EOF
                          NOT AT END
                              IF BL-IS-ACTIVE AND BILLER-COUNT < 20
                                  ADD 1 TO BILLER-COUNT
                                  MOVE BL-CODE TO
                                      BT-CODE(BILLER-COUNT)
                                  MOVE BL-NAME TO
                                      BT-NAME(BILLER-COUNT)
                                  MOVE BL-REF-FORMAT TO
                                      BT-FORMAT(BILLER-COUNT)
                                  MOVE BL-CHECK-RULE TO
                                      BT-RULE(BILLER-COUNT)
                                  MOVE BL-KIND TO
                                      BT-KIND(BILLER-COUNT)
                              END-IF
                      END-READ.

                  SHOW_ONE_BILLER SECTION.
                      DISPLAY BILLER-INDEX ". " BT-NAME(BILLER-INDEX)
                          " (" BT-CODE(BILLER-INDEX) ")".

                  PAY_SCHOOL_INVOICE SECTION.
                      OPEN I-O SchoolInvoiceFile
                      IF NOT INV-FILE-OK
                          DISPLAY "School invoices are not "
                              "available - please try later."
                          EXIT SECTION
                      END-IF
                      MOVE BILL-REFERENCE(1:6) TO FI-STUD-ID
                      MOVE BILL-REFERENCE(7:6) TO FI-MONTH
                      READ SchoolInvoiceFile
                          INVALID KEY
                              DISPLAY "No invoice for that student "
                                  "and month."
                              CLOSE SchoolInvoiceFile
                              EXIT SECTION
                      END-READ
                      IF FI-IS-IN-PLAN
                          DISPLAY "That invoice is on a payment "
                              "plan - please contact the school."
                          CLOSE SchoolInvoiceFile
                          EXIT SECTION
                      END-IF
                      IF NOT FI-IS-OPEN
                          DISPLAY "That invoice is already paid."
                          CLOSE SchoolInvoiceFile
                          EXIT SECTION
                      END-IF
                      MOVE FI-AMOUNT TO AMOUNT
                      PERFORM POST_BILL_PAYMENT
                      IF BILL-CONFIRM = "Y" AND NOT DEMO-IS-ON
                          MOVE "P" TO FI-STATUS
                          MOVE BILL-TODAY TO FI-PAID-DATE
                          REWRITE SCHOOL-INVOICE-RECORD
                      END-IF
                      CLOSE SchoolInvoiceFile.

                  POST_BILL_PAYMENT SECTION.
                      MOVE "N" TO BILL-CONFIRM
                      COMPUTE AVAILABLE-BALANCE =
                          ACCT-BALANCE - ACCT-HELD-AMOUNT
                      IF AMOUNT > AVAILABLE-BALANCE
                          DISPLAY "Insufficient funds."
                          EXIT SECTION
                      END-IF

                      MOVE AMOUNT TO AMOUNT-FOR-FORMAT
                      CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                          CURR-SYMBOL, CURR-DECIMAL-SEP,
                          CURR-SYMBOL-POSITION, AMOUNT-DISPLAY
                      DISPLAY "Pay " AMOUNT-DISPLAY " to "
                          BT-NAME(BILLER-CHOICE)
                      DISPLAY "Reference " BILL-REFERENCE
                          " - confirm (Y/N): "
                      ACCEPT BILL-CONFIRM
                      IF BILL-CONFIRM NOT = "Y"
                          DISPLAY "Payment cancelled."
                          EXIT SECTION
                      END-IF

                      SUBTRACT AMOUNT FROM ACCT-BALANCE
                      REWRITE ACCOUNT-RECORD
                      IF NOT DEMO-IS-ON
                          MOVE "ACCTMAST" TO AJ-FILE-ID
                          MOVE ACCOUNT-RECORD TO AJ-IMAGE
                          CALL "WRITE-AFTER-IMAGE" USING
                              AJ-FILE-ID, AJ-IMAGE
                      END-IF
                      MOVE ACCOUNT-NUMBER TO LOG-ACCOUNT
                      MOVE "BILLPAY" TO TL-TYPE
                      MOVE AMOUNT TO TL-AMOUNT
                      INITIALIZE TL-FX-INFO
                      STRING BT-CODE(BILLER-CHOICE) " "
                          BILL-REFERENCE
                          DELIMITED BY SIZE INTO TL-FX-INFO
                      PERFORM WRITE_TRANS_LOG
                      MOVE TL-DATE TO BILL-TODAY
                      PERFORM WRITE_RECEIPT
                      INITIALIZE RECEIPT-TEXT
                      STRING "Biller: " BT-NAME(BILLER-CHOICE)
                          "  Ref: " BILL-REFERENCE
                          DELIMITED BY SIZE INTO RECEIPT-TEXT
                      MOVE RECEIPT-TEXT TO RECEIPT-OUT-LINE
                      WRITE RECEIPT-OUT-LINE
                      MOVE SPACES TO TL-FX-INFO

                      IF NOT DEMO-IS-ON
                          OPEN EXTEND BillPaymentFile
                          MOVE TL-DATE TO BP-DATE
                          MOVE TL-TIME TO BP-TIME
                          MOVE BT-CODE(BILLER-CHOICE) TO BP-BILLER
                          MOVE BILL-REFERENCE TO BP-REFERENCE
                          MOVE ACCOUNT-NUMBER TO BP-ACCOUNT
                          MOVE AMOUNT TO BP-AMOUNT
                          MOVE TERMINAL-ID TO BP-TERMINAL
                          WRITE BILL-PAYMENT-RECORD
                          CLOSE BillPaymentFile

                          MOVE "ATM" TO AUD-SOURCE
                          MOVE TERMINAL-ID TO AUD-USER
                          MOVE "BILL_PAID" TO AUD-ACTION
                          INITIALIZE AUD-DETAIL
                          STRING BT-CODE(BILLER-CHOICE) " "
                              BILL-REFERENCE " " ACCOUNT-NUMBER
                              DELIMITED BY SIZE INTO AUD-DETAIL
                          CALL "WRITE-AUDIT" USING AUD-SOURCE,
                              AUD-USER, AUD-ACTION, AUD-DETAIL
                      END-IF

                      MOVE ACCT-BALANCE TO AMOUNT-FOR-FORMAT
                      CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                          CURR-SYMBOL, CURR-DECIMAL-SEP,
                          CURR-SYMBOL-POSITION, AMOUNT-DISPLAY
                      DISPLAY "Bill paid. New balance: "
                          AMOUNT-DISPLAY.

                  QUEUE_FOR_APPROVAL SECTION.
                      IF DEMO-IS-ON
                          DISPLAY "TRAINING - approval queue "
                              "simulated only."
                          EXIT SECTION
                      END-IF
                      MOVE OUR-BANK-CODE TO SCI-BANK-CODE
                      ACCEPT CLRG-REF-DATE FROM DATE YYYYMMDD
                      ACCEPT CLRG-REF-TIME FROM TIME
                      INITIALIZE SCI-REFERENCE
                      STRING CLRG-REF-DATE CLRG-REF-TIME
                          DELIMITED BY SIZE INTO SCI-REFERENCE
                      MOVE ACCOUNT-NUMBER TO SCI-SRC-ACCT
                      MOVE DEST-ACCOUNT TO SCI-DEST-ACCT
                      MOVE AMOUNT TO SCI-AMOUNT
                      COMPUTE CLRG-DATE-INT = FUNCTION
                          INTEGER-OF-DATE(CLRG-REF-DATE) + 1
                      COMPUTE SCI-SETTLE-DATE = FUNCTION
                          DATE-OF-INTEGER(CLRG-DATE-INT)
                      CALL "NEXT-BUSINESS-DAY" USING
                          SCI-SETTLE-DATE

                      PERFORM SCREEN_CLEARING_ITEM
                      IF NOT SP-IS-CLEAR
                          EXIT SECTION
                      END-IF

                      MOVE "HDR" TO EV-ACTION
                      MOVE "CLRGOUT" TO EV-FILE-NAME
                      MOVE "CLRGOUT" TO EV-FILE-ID
                          EV-HASH-TOTAL

                      OPEN EXTEND ClearingOutFile
                      MOVE SCREEN-CLRG-ITEM TO ClearingOutLine
                      WRITE ClearingOutLine
                      CLOSE ClearingOutFile
                      ADD 1 TO EV-RECORD-COUNT
                      ADD SCI-AMOUNT TO EV-HASH-TOTAL
                      DISPLAY "Destination is external - "
                          "transfer routed to clearing."
                      DISPLAY "Clearing reference: " SCI-REFERENCE
                          "  settlement " SCI-SETTLE-DATE.

                  SCREEN_CLEARING_ITEM SECTION.
                      MOVE SPACES TO SP-CUST-ID
                      MOVE SPACES TO SP-NAME
                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
                      READ AccountMasterFile
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE ACCT-CUST-ID TO SP-CUST-ID
                              MOVE ACCT-CUST-ID TO CUST-ID
                              READ CustomerMasterFile
                                  INVALID KEY
                                      CONTINUE
                                  NOT INVALID KEY
                                      MOVE CUST-NAME TO SP-NAME
                              END-READ
                      END-READ
                      MOVE "ATM" TO SP-SOURCE
                      MOVE SCI-REFERENCE TO SP-REFERENCE
                      MOVE DEST-ACCOUNT TO SP-ACCOUNT
                      MOVE SCREEN-CLRG-ITEM TO SP-HELD-ITEM
                      CALL "SCREEN-PARTY" USING SP-SOURCE,
                          SP-REFERENCE, SP-CUST-ID, SP-NAME,
                          SP-ACCOUNT, SP-HELD-ITEM, SP-RESULT,
                          SP-QUEUE-ID
                      IF SP-IS-CLEAR
                          EXIT SECTION
                      END-IF
                      DISPLAY "Transfer held for compliance review."
                      DISPLAY "Reference: " SCI-REFERENCE
                          " - please contact your branch."
                      MOVE "ATM" TO AUD-SOURCE
                      MOVE ACCOUNT-NUMBER TO AUD-USER
                      MOVE "XFER_SCREEN_HOLD" TO AUD-ACTION
                      MOVE SP-QUEUE-ID TO AUD-DETAIL
                      CALL "WRITE-AUDIT" USING AUD-SOURCE,
                          AUD-USER, AUD-ACTION, AUD-DETAIL.

                  CREDIT_DESTINATION SECTION.
                      MOVE AMOUNT TO CONVERTED-AMOUNT

                      IF ACCT-CURRENCY NOT = SRC-CURRENCY
                          PERFORM LOOKUP_FX_RATE
                          IF FX-RATE-IS-STALE
                              DISPLAY "Exchange rate for "
                                  SRC-CURRENCY "/" ACCT-CURRENCY
                                  " is out of date. Reversing."
                              PERFORM TRANSFER_REVERSE
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
                          CALL "CHECK-FX-AGE" USING XR-PAIR,
                              XR-EFF-DATE, FX-TODAY, FX-FRESH
                          IF NOT FX-RATE-IS-FRESH
                              MOVE "N" TO FX-RATE-FOUND
                              MOVE "Y" TO FX-RATE-STALE
                          END-IF
                      END-IF.

                  TRANSFER_REVERSE SECTION.
                      MOVE ACCOUNT-NUMBER TO ACCT-NUMBER
