           IDENTIFICATION DIVISION.
           PROGRAM-ID. UNCLAIMED-RECLAIM.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EscheatFile ASSIGN TO "ESCHEAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ES-ACCT
                   FILE STATUS IS ESCH-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD EscheatFile.
           COPY ESCHEAT.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 ESCH-FILE-STATUS PIC XX.
               88 ESCH-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 ESCH-EOF PIC X VALUE "N".

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.
               02 TL-FX-INFO   PIC X(20) VALUE SPACES.

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 LIST-COUNT PIC 9(5).
           01 LIST-TOTAL PIC 9(9)V99.
           01 TOTAL-ED PIC Z(8)9.99.
           01 INPUT-ACCT PIC X(6).
           01 TARGET-ACCT PIC X(6).
           01 ID-VERIFIED PIC X(1).
           01 CONFIRM-ANSWER PIC X(1).

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

           COPY CURRCFG.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Unclaimed Balance Reclaim ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "RECLAIM" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for unclaimed reclaims."
                   STOP RUN
               END-IF

               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN I-O EscheatFile
               IF NOT ESCH-FILE-OK
                   DISPLAY "No unclaimed balances on file."
                   STOP RUN
               END-IF
               OPEN I-O AccountMasterFile
               OPEN INPUT CustomerMasterFile

               PERFORM MAINT_MENU
               UNTIL CHOICE = 3

               CLOSE CustomerMasterFile
               CLOSE AccountMasterFile
               CLOSE EscheatFile
               DISPLAY "---- Unclaimed Balance Reclaim Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. List unclaimed balances    *"
               DISPLAY "* 2. Reclaim a balance          *"
               DISPLAY "* 3. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM LIST_UNCLAIMED
                   WHEN 2
                       PERFORM RECLAIM_BALANCE
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           LIST_UNCLAIMED SECTION.
               MOVE 0 TO LIST-COUNT
               MOVE 0 TO LIST-TOTAL
               MOVE "N" TO ESCH-EOF
               MOVE LOW-VALUES TO ES-ACCT
               START EscheatFile KEY IS NOT LESS THAN ES-ACCT
                   INVALID KEY
                       MOVE "Y" TO ESCH-EOF
               END-START
               PERFORM LIST_ONE_UNCLAIMED
                   UNTIL ESCH-EOF = "Y"
               IF LIST-COUNT = 0
                   DISPLAY "No unclaimed balances held."
               ELSE
                   MOVE LIST-TOTAL TO TOTAL-ED
                   DISPLAY "Balances held: " LIST-COUNT
                       "  total " TOTAL-ED
               END-IF.

           LIST_ONE_UNCLAIMED SECTION.
               READ EscheatFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ESCH-EOF
                       EXIT SECTION
               END-READ
               IF NOT ES-IS-ESCHEATED
                   EXIT SECTION
               END-IF
               ADD 1 TO LIST-COUNT
               ADD ES-AMOUNT TO LIST-TOTAL
               MOVE SPACES TO CUST-NAME
               MOVE ES-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       MOVE "OWNER NOT ON FILE" TO CUST-NAME
               END-READ
               MOVE ES-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               DISPLAY ES-ACCT " " ES-CUST-ID " " CUST-NAME " "
                   AMOUNT-F " " ES-CURRENCY " on " ES-ESCHEAT-DATE.

           RECLAIM_BALANCE SECTION.
               DISPLAY "Original account number: "
               ACCEPT INPUT-ACCT
               MOVE INPUT-ACCT TO ES-ACCT
               READ EscheatFile
                   INVALID KEY
                       DISPLAY "No unclaimed balance for that "
                           "account."
                       EXIT SECTION
               END-READ
               IF NOT ES-IS-ESCHEATED
                   DISPLAY "Balance is not held as unclaimed ("
                       ES-STATUS ")."
                   EXIT SECTION
               END-IF

               MOVE SPACES TO CUST-NAME
               MOVE ES-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       MOVE "OWNER NOT ON FILE" TO CUST-NAME
               END-READ
               MOVE ES-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F
               DISPLAY "Owner:     " ES-CUST-ID " " CUST-NAME
               DISPLAY "Amount:    " AMOUNT-F " " ES-CURRENCY
               DISPLAY "Escheated: " ES-ESCHEAT-DATE

               DISPLAY "Identity documents verified (Y/N): "
               ACCEPT ID-VERIFIED
               INSPECT ID-VERIFIED CONVERTING "y" TO "Y"
               IF ID-VERIFIED NOT = "Y"
                   DISPLAY "Identity not verified - nothing paid."
                   EXIT SECTION
               END-IF

               DISPLAY "Pay into account (blank = " ES-ACCT "): "
               MOVE SPACES TO TARGET-ACCT
               ACCEPT TARGET-ACCT
               IF TARGET-ACCT = SPACES
                   MOVE ES-ACCT TO TARGET-ACCT
               END-IF

               MOVE TARGET-ACCT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account not found."
                       EXIT SECTION
               END-READ
               IF ACCT-CUST-ID NOT = ES-CUST-ID
                   DISPLAY "Account does not belong to the owner."
                   EXIT SECTION
               END-IF
               IF ACCT-IS-BLOCKED
                   DISPLAY "Account is blocked."
                   EXIT SECTION
               END-IF
               IF ACCT-CURRENCY NOT = ES-CURRENCY
                   DISPLAY "Account currency " ACCT-CURRENCY
                       " differs from " ES-CURRENCY "."
                   EXIT SECTION
               END-IF

               DISPLAY "Pay " AMOUNT-F " into " TARGET-ACCT
                   " (Y/N): "
               ACCEPT CONFIRM-ANSWER
               INSPECT CONFIRM-ANSWER CONVERTING "y" TO "Y"
               IF CONFIRM-ANSWER NOT = "Y"
                   DISPLAY "Reclaim cancelled."
                   EXIT SECTION
               END-IF

               MOVE "GET" TO AL-ACTION
               MOVE TARGET-ACCT TO AL-ACCOUNT
               MOVE CA-USER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Account in use - try again shortly."
                   EXIT SECTION
               END-IF
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "REL" TO AL-ACTION
                       CALL "ACCT-LOCK" USING AL-ACTION,
                           AL-ACCOUNT, AL-HOLDER, AL-GRANTED
                       EXIT SECTION
               END-READ

               ADD ES-AMOUNT TO ACCT-BALANCE
               MOVE "N" TO ACCT-DORMANT
               MOVE RUN-DATE TO ACCT-LAST-ACTIVITY
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
               MOVE TARGET-ACCT TO TL-ACCOUNT
               MOVE "ESC-RECLM" TO TL-TYPE
               MOVE ES-AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE "UNCLAIMED FUNDS" TO TL-FX-INFO
               OPEN EXTEND TransactionLogFile
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CLOSE TransactionLogFile
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               MOVE "R" TO ES-STATUS
               MOVE RUN-DATE TO ES-RECLAIM-DATE
               MOVE TARGET-ACCT TO ES-RECLAIM-ACCT
               MOVE CA-USER-ID TO ES-RECLAIM-BY
               REWRITE ESCHEAT-RECORD
               DISPLAY "Reclaimed " AMOUNT-F " into " TARGET-ACCT

               MOVE "RECLAIM" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "UNCLAIMED_RECLAIMED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ES-ACCT " to " TARGET-ACCT " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
