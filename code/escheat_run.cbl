           IDENTIFICATION DIVISION.
           PROGRAM-ID. ESCHEAT-RUN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT EscheatFile ASSIGN TO "ESCHEAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ES-ACCT
                   FILE STATUS IS ESCH-FILE-STATUS.

               SELECT CollectionLetterFile ASSIGN TO "COLLLTRS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT UnclaimedReportFile ASSIGN TO "ESCHRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD AccountMasterFile.
           COPY ACCTMAST.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD EscheatFile.
           COPY ESCHEAT.

           FD CollectionLetterFile.
           01 LETTER-LINE PIC X(80).

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD UnclaimedReportFile.
           01 ESCH-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 ESCH-FILE-STATUS PIC XX.
               88 ESCH-FILE-OK VALUE "00".
               88 ESCH-FILE-MISSING VALUE "35".
           01 LETTER-FILE-STATUS PIC XX.
               88 LETTER-FILE-OK VALUE "00".

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
           01 CUTOFF-DATE PIC 9(8).
           01 DUE-DATE PIC 9(8).
           01 DATE-INT PIC 9(8).
           01 STATUTORY-YEARS PIC 9(2) VALUE 5.
           01 WAITING-DAYS PIC 9(3) VALUE 90.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 ESCH-FOUND PIC X(1).
               88 ESCH-IS-FOUND VALUE "Y".
           01 ESCHEAT-AMOUNT PIC 9(7)V99.
           01 AVAILABLE-AMOUNT PIC S9(7)V99.

           01 NOTICES-SENT PIC 9(5) VALUE 0.
           01 NOTICES-WITHDRAWN PIC 9(5) VALUE 0.
           01 ACCOUNTS-ESCHEATED PIC 9(5) VALUE 0.
           01 ACCOUNTS-SKIPPED PIC 9(5) VALUE 0.
           01 TOTAL-ESCHEATED PIC 9(9)V99 VALUE 0.

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.
           01 TOTAL-ED PIC Z(8)9.99.

           COPY CURRCFG.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Dormant Balance Escheatment ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE
               PERFORM LOAD_ESCHEAT_PARAMETERS
               COMPUTE CUTOFF-DATE = RUN-DATE
                   - STATUTORY-YEARS * 10000

               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT CustomerMasterFile
               OPEN I-O EscheatFile
               IF ESCH-FILE-MISSING
                   OPEN OUTPUT EscheatFile
                   CLOSE EscheatFile
                   OPEN I-O EscheatFile
               END-IF
               OPEN EXTEND CollectionLetterFile
               IF NOT LETTER-FILE-OK
                   OPEN OUTPUT CollectionLetterFile
               END-IF
               OPEN EXTEND TransactionLogFile
               OPEN OUTPUT UnclaimedReportFile
               PERFORM WRITE_REPORT_HEADER

               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       SET ACCT-FILE-EOF TO TRUE
               END-START
               PERFORM CHECK_ONE_ACCOUNT
                   UNTIL ACCT-FILE-EOF

               PERFORM WRITE_REPORT_TRAILER

               CLOSE UnclaimedReportFile
               CLOSE TransactionLogFile
               CLOSE CollectionLetterFile
               CLOSE EscheatFile
               CLOSE CustomerMasterFile
               CLOSE AccountMasterFile

               DISPLAY "Last-contact letters sent: " NOTICES-SENT
               DISPLAY "Notices withdrawn:         "
                   NOTICES-WITHDRAWN
               DISPLAY "Accounts escheated:        "
                   ACCOUNTS-ESCHEATED
               MOVE TOTAL-ESCHEATED TO TOTAL-ED
               DISPLAY "Amount escheated:          " TOTAL-ED
               IF ACCOUNTS-SKIPPED > 0
                   DISPLAY "Accounts in use - retry:   "
                       ACCOUNTS-SKIPPED
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE ACCOUNTS-ESCHEATED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Escheatment Complete ----"
               GOBACK.

           LOAD_ESCHEAT_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "ESCHYEARS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO STATUTORY-YEARS
               END-IF
               MOVE "ESCHWAITDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO WAITING-DAYS
               END-IF.

           CHECK_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ

               MOVE ACCT-NUMBER TO ES-ACCT
               READ EscheatFile
                   INVALID KEY
                       MOVE "N" TO ESCH-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO ESCH-FOUND
               END-READ

               IF ESCH-IS-FOUND AND ES-IS-NOTIFIED
                   PERFORM CHECK_NOTIFIED_ACCOUNT
                   EXIT SECTION
               END-IF
               IF ESCH-IS-FOUND AND ES-IS-ESCHEATED
                   EXIT SECTION
               END-IF

               IF ACCT-IS-DORMANT
                   AND ACCT-LAST-ACTIVITY < CUTOFF-DATE
                   AND ACCT-BALANCE > 0
                   AND NOT ACCT-IS-BLOCKED
                   PERFORM SEND_LAST_CONTACT
               END-IF.

           CHECK_NOTIFIED_ACCOUNT SECTION.
               IF NOT ACCT-IS-DORMANT
                   OR ACCT-LAST-ACTIVITY > ES-LAST-ACTIVITY
                   OR ACCT-BALANCE NOT > 0
                   MOVE "W" TO ES-STATUS
                   REWRITE ESCHEAT-RECORD
                   ADD 1 TO NOTICES-WITHDRAWN
                   EXIT SECTION
               END-IF

               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ES-NOTICE-DATE)
                   + WAITING-DAYS
               COMPUTE DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)
               IF RUN-DATE < DUE-DATE
                   EXIT SECTION
               END-IF
               IF ACCT-IS-BLOCKED
                   EXIT SECTION
               END-IF
               PERFORM ESCHEAT_ACCOUNT.

           SEND_LAST_CONTACT SECTION.
               INITIALIZE ESCHEAT-RECORD
               MOVE ACCT-NUMBER TO ES-ACCT
               MOVE ACCT-CUST-ID TO ES-CUST-ID
               MOVE "N" TO ES-STATUS
               MOVE ACCT-LAST-ACTIVITY TO ES-LAST-ACTIVITY
               MOVE RUN-DATE TO ES-NOTICE-DATE
               MOVE ACCT-CURRENCY TO ES-CURRENCY
               IF ESCH-IS-FOUND
                   REWRITE ESCHEAT-RECORD
               ELSE
                   WRITE ESCHEAT-RECORD
               END-IF
               ADD 1 TO NOTICES-SENT

               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   + WAITING-DAYS
               COMPUTE DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(DATE-INT)
               MOVE ACCT-BALANCE TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F

               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "==== Letter  UNCLAIMD  Account "
                   ACCT-NUMBER " ===="
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "Date " RUN-DATE "   Last activity "
                   ACCT-LAST-ACTIVITY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "Balance " AMOUNT-F " " ACCT-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "LAST CONTACT: this account has had no activity "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "for the statutory period. Unless you contact us "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "or use the account by " DUE-DATE
                   " the balance will be handed"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "over as unclaimed property. It can still be "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "reclaimed later on proof of identity."
                   TO LETTER-LINE
               WRITE LETTER-LINE

               MOVE "ESCHEAT" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "ESCHEAT_NOTICE" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ACCT-NUMBER " due " DUE-DATE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           ESCHEAT_ACCOUNT SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE ACCT-NUMBER TO AL-ACCOUNT
               MOVE "ESCHEAT" TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   ADD 1 TO ACCOUNTS-SKIPPED
                   DISPLAY "Account " ACCT-NUMBER
                       " in use - escheatment deferred."
                   EXIT SECTION
               END-IF

               MOVE AL-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "REL" TO AL-ACTION
                       CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                           AL-HOLDER, AL-GRANTED
                       ADD 1 TO ACCOUNTS-SKIPPED
                       EXIT SECTION
               END-READ
               IF NOT ACCT-IS-DORMANT
                   OR ACCT-LAST-ACTIVITY > ES-LAST-ACTIVITY
                   OR ACCT-BALANCE NOT > 0
                   MOVE "REL" TO AL-ACTION
                   CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                       AL-HOLDER, AL-GRANTED
                   MOVE "W" TO ES-STATUS
                   REWRITE ESCHEAT-RECORD
                   ADD 1 TO NOTICES-WITHDRAWN
                   EXIT SECTION
               END-IF
               IF ACCT-IS-BLOCKED
                   MOVE "REL" TO AL-ACTION
                   CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                       AL-HOLDER, AL-GRANTED
                   EXIT SECTION
               END-IF

               COMPUTE AVAILABLE-AMOUNT =
                   ACCT-BALANCE - ACCT-HELD-AMOUNT
               IF AVAILABLE-AMOUNT NOT > 0
                   MOVE "REL" TO AL-ACTION
                   CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                       AL-HOLDER, AL-GRANTED
                   EXIT SECTION
               END-IF
               MOVE AVAILABLE-AMOUNT TO ESCHEAT-AMOUNT

               SUBTRACT ESCHEAT-AMOUNT FROM ACCT-BALANCE
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
               MOVE "ESCHEAT" TO TL-TYPE
               MOVE ESCHEAT-AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE "UNCLAIMED FUNDS" TO TL-FX-INFO
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               MOVE "E" TO ES-STATUS
               MOVE RUN-DATE TO ES-ESCHEAT-DATE
               MOVE ESCHEAT-AMOUNT TO ES-AMOUNT
               MOVE ACCT-CURRENCY TO ES-CURRENCY
               REWRITE ESCHEAT-RECORD
               ADD 1 TO ACCOUNTS-ESCHEATED
               ADD ESCHEAT-AMOUNT TO TOTAL-ESCHEATED
               PERFORM REPORT_ESCHEATED

               MOVE "ESCHEAT" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "ESCHEATED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ACCT-NUMBER " " AMOUNT-F
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           REPORT_ESCHEATED SECTION.
               MOVE SPACES TO CUST-NAME
               MOVE SPACES TO CUST-STREET
               MOVE SPACES TO CUST-CITY
               MOVE SPACES TO CUST-POSTCODE
               MOVE ES-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       MOVE "OWNER NOT ON FILE" TO CUST-NAME
               END-READ
               MOVE ESCHEAT-AMOUNT TO AMOUNT-FOR-FORMAT
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F

               INITIALIZE REPORT-TEXT
               STRING ES-ACCT " " ES-CUST-ID " " CUST-NAME " "
                   AMOUNT-F " " ES-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "       last address " CUST-STREET " "
                   CUST-POSTCODE " " CUST-CITY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "       last activity " ES-LAST-ACTIVITY
                   "  notice " ES-NOTICE-DATE
                   "  escheated " ES-ESCHEAT-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               DISPLAY "Escheated: " ES-ACCT " " AMOUNT-F.

           WRITE_REPORT_HEADER SECTION.
               MOVE "---- Unclaimed Property Report ----"
                   TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE
                   "  dormant before " CUTOFF-DATE
                   "  waiting days " WAITING-DAYS
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               MOVE "Acct   Cust   Owner                Amount"
                   TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE.

           WRITE_REPORT_TRAILER SECTION.
               MOVE SPACES TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               MOVE TOTAL-ESCHEATED TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Accounts escheated " ACCOUNTS-ESCHEATED
                   "  total " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Last-contact letters " NOTICES-SENT
                   "  notices withdrawn " NOTICES-WITHDRAWN
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ESCH-REPORT-LINE
               WRITE ESCH-REPORT-LINE.
