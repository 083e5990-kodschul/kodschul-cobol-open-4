           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRODUCT-MIGRATE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MigrationRequestFile ASSIGN TO "PRODMIG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REQ-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT ProductFile ASSIGN TO "PRODMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-CODE
                   FILE STATUS IS PROD-FILE-STATUS.

               SELECT MigrationReportFile ASSIGN TO "PRODMRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD MigrationRequestFile.
           01 MigrationRequestLine.
               02 PM-FROM-PRODUCT PIC X(4).
               02 PM-TO-PRODUCT   PIC X(4).
               02 PM-ACCOUNT      PIC X(6).

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD ProductFile.
           COPY PRODMAST.

           FD MigrationReportFile.
           01 MIGR-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 REQ-FILE-STATUS PIC XX.
               88 REQ-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 PROD-FILE-STATUS PIC XX.
               88 PROD-FILE-OK VALUE "00".
           01 REQ-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 REQUEST-OK PIC X(1).
               88 REQUEST-IS-OK VALUE "Y".
           01 FROM-FOUND PIC X(1).
               88 FROM-IS-FOUND VALUE "Y".
           01 FROM-BASE-TYPE PIC X(1).
           01 FROM-WITHDRAW-LIMIT PIC 9(5)V99.
           01 FROM-OVERDRAFT-LIMIT PIC 9(5)V99.
           01 CURRENCY-INDEX PIC 9.
           01 CURRENCY-ELIGIBLE PIC X(1).
               88 CURRENCY-IS-ELIGIBLE VALUE "Y".
           01 REASON-TEXT PIC X(30).

           01 REQUESTS-READ PIC 9(5) VALUE 0.
           01 REQUESTS-REJECTED PIC 9(5) VALUE 0.
           01 ACCOUNTS-MIGRATED PIC 9(7) VALUE 0.
           01 ACCOUNTS-REFUSED PIC 9(7) VALUE 0.

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 REPORT-TEXT PIC X(80).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Account Product Migration ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               OPEN INPUT MigrationRequestFile
               IF NOT REQ-FILE-OK
                   DISPLAY "No migration requests - nothing to do."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN INPUT ProductFile
               IF NOT PROD-FILE-OK
                   DISPLAY "Product catalogue not available."
                   CLOSE MigrationRequestFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O AccountMasterFile
               IF NOT ACCT-FILE-OK
                   DISPLAY "Account master not available."
                   CLOSE MigrationRequestFile
                   CLOSE ProductFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT MigrationReportFile

               MOVE "---- Product Migration Report ----"
                   TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Run date " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE
               MOVE "ACCT   FROM TO   RESULT" TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE

               PERFORM PROCESS_ONE_REQUEST
                   UNTIL REQ-EOF = "Y"

               MOVE SPACES TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Accounts migrated " ACCOUNTS-MIGRATED
                   "  refused " ACCOUNTS-REFUSED
                   "  requests rejected " REQUESTS-REJECTED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE

               CLOSE MigrationReportFile
               CLOSE AccountMasterFile
               CLOSE ProductFile
               CLOSE MigrationRequestFile

               DISPLAY "Requests read:      " REQUESTS-READ
               DISPLAY "Requests rejected:  " REQUESTS-REJECTED
               DISPLAY "Accounts migrated:  " ACCOUNTS-MIGRATED
               DISPLAY "Accounts refused:   " ACCOUNTS-REFUSED
               IF REQUESTS-REJECTED > 0 OR ACCOUNTS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE ACCOUNTS-MIGRATED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Product Migration Complete ----"
               GOBACK.

           PROCESS_ONE_REQUEST SECTION.
               READ MigrationRequestFile
                   AT END
                       MOVE "Y" TO REQ-EOF
                       EXIT SECTION
               END-READ
               IF MigrationRequestLine(1:6) = "ENVHDR"
                   OR MigrationRequestLine(1:6) = "ENVTRL"
                   EXIT SECTION
               END-IF
               ADD 1 TO REQUESTS-READ

               PERFORM CHECK_REQUEST
               IF NOT REQUEST-IS-OK
                   ADD 1 TO REQUESTS-REJECTED
                   INITIALIZE REPORT-TEXT
                   STRING PM-ACCOUNT " " PM-FROM-PRODUCT " "
                       PM-TO-PRODUCT " REQUEST REJECTED - "
                       REASON-TEXT
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO MIGR-REPORT-LINE
                   WRITE MIGR-REPORT-LINE
                   EXIT SECTION
               END-IF

               IF PM-ACCOUNT NOT = SPACES
                   MOVE PM-ACCOUNT TO ACCT-NUMBER
                   READ AccountMasterFile
                       INVALID KEY
                           MOVE "account not on file" TO REASON-TEXT
                           PERFORM REPORT_REFUSAL
                           EXIT SECTION
                   END-READ
                   IF ACCT-PRODUCT NOT = PM-FROM-PRODUCT
                       MOVE "account not on from-product"
                           TO REASON-TEXT
                       PERFORM REPORT_REFUSAL
                       EXIT SECTION
                   END-IF
                   PERFORM MIGRATE_ACCOUNT
                   EXIT SECTION
               END-IF

               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       SET ACCT-FILE-EOF TO TRUE
               END-START
               PERFORM SCAN_ONE_ACCOUNT
                   UNTIL ACCT-FILE-EOF.

           CHECK_REQUEST SECTION.
               MOVE "Y" TO REQUEST-OK
               MOVE SPACES TO REASON-TEXT
               MOVE "N" TO FROM-FOUND
               IF PM-FROM-PRODUCT NOT = SPACES
                   MOVE PM-FROM-PRODUCT TO PR-CODE
                   READ ProductFile
                       INVALID KEY
                           MOVE "unknown from-product" TO REASON-TEXT
                           MOVE "N" TO REQUEST-OK
                           EXIT SECTION
                   END-READ
                   MOVE "Y" TO FROM-FOUND
                   MOVE PR-BASE-TYPE TO FROM-BASE-TYPE
                   MOVE PR-WITHDRAW-LIMIT TO FROM-WITHDRAW-LIMIT
                   MOVE PR-OVERDRAFT-LIMIT TO FROM-OVERDRAFT-LIMIT
               END-IF

               MOVE PM-TO-PRODUCT TO PR-CODE
               READ ProductFile
                   INVALID KEY
                       MOVE "unknown to-product" TO REASON-TEXT
                       MOVE "N" TO REQUEST-OK
                       EXIT SECTION
               END-READ
               IF NOT PR-IS-ACTIVE
                   MOVE "to-product withdrawn" TO REASON-TEXT
                   MOVE "N" TO REQUEST-OK
                   EXIT SECTION
               END-IF
               IF PM-FROM-PRODUCT = PM-TO-PRODUCT
                   MOVE "from and to are the same" TO REASON-TEXT
                   MOVE "N" TO REQUEST-OK
                   EXIT SECTION
               END-IF
               IF FROM-IS-FOUND AND FROM-BASE-TYPE NOT = PR-BASE-TYPE
                   MOVE "savings/checking type differs"
                       TO REASON-TEXT
                   MOVE "N" TO REQUEST-OK
               END-IF.

           SCAN_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF ACCT-PRODUCT NOT = PM-FROM-PRODUCT
                   EXIT SECTION
               END-IF
               IF PM-FROM-PRODUCT = SPACES
                   AND ACCT-TYPE NOT = PR-BASE-TYPE
                   EXIT SECTION
               END-IF
               PERFORM MIGRATE_ACCOUNT.

           MIGRATE_ACCOUNT SECTION.
               IF ACCT-TYPE NOT = PR-BASE-TYPE
                   MOVE "savings/checking type differs"
                       TO REASON-TEXT
                   PERFORM REPORT_REFUSAL
                   EXIT SECTION
               END-IF
               PERFORM CHECK_PRODUCT_CURRENCY
               IF NOT CURRENCY-IS-ELIGIBLE
                   MOVE "currency not offered" TO REASON-TEXT
                   PERFORM REPORT_REFUSAL
                   EXIT SECTION
               END-IF

               MOVE "GET" TO AL-ACTION
               MOVE ACCT-NUMBER TO AL-ACCOUNT
               MOVE "PRODMIGR" TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   MOVE "account in use" TO REASON-TEXT
                   PERFORM REPORT_REFUSAL
                   EXIT SECTION
               END-IF

               MOVE SPACES TO REASON-TEXT
               MOVE AL-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       MOVE "account not on file" TO REASON-TEXT
                   NOT INVALID KEY
                       IF ACCT-PRODUCT NOT = PM-FROM-PRODUCT
                           MOVE "account not on from-product"
                               TO REASON-TEXT
                       END-IF
                       IF ACCT-TYPE NOT = PR-BASE-TYPE
                           MOVE "savings/checking type differs"
                               TO REASON-TEXT
                       END-IF
               END-READ
               IF REASON-TEXT NOT = SPACES
                   MOVE "REL" TO AL-ACTION
                   CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                       AL-HOLDER, AL-GRANTED
                   MOVE AL-ACCOUNT TO ACCT-NUMBER
                   PERFORM REPORT_REFUSAL
                   EXIT SECTION
               END-IF

               IF FROM-IS-FOUND
                   IF ACCT-WITHDRAW-LIMIT = FROM-WITHDRAW-LIMIT
                       MOVE PR-WITHDRAW-LIMIT TO ACCT-WITHDRAW-LIMIT
                   END-IF
                   IF ACCT-OVERDRAFT-LIMIT = FROM-OVERDRAFT-LIMIT
                       MOVE PR-OVERDRAFT-LIMIT
                           TO ACCT-OVERDRAFT-LIMIT
                   END-IF
               END-IF
               MOVE PR-CODE TO ACCT-PRODUCT
               MOVE PR-BASE-TYPE TO ACCT-TYPE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               ADD 1 TO ACCOUNTS-MIGRATED

               INITIALIZE REPORT-TEXT
               STRING ACCT-NUMBER " " PM-FROM-PRODUCT " "
                   PM-TO-PRODUCT " MIGRATED  limits "
                   ACCT-WITHDRAW-LIMIT "/" ACCT-OVERDRAFT-LIMIT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE

               MOVE "PRODMIGR" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "PRODUCT_MIGRATED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ACCT-NUMBER " " PM-FROM-PRODUCT " to "
                   PM-TO-PRODUCT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           CHECK_PRODUCT_CURRENCY SECTION.
               IF PR-CURRENCY(1) = SPACES
                   AND PR-CURRENCY(2) = SPACES
                   AND PR-CURRENCY(3) = SPACES
                   AND PR-CURRENCY(4) = SPACES
                   MOVE "Y" TO CURRENCY-ELIGIBLE
                   EXIT SECTION
               END-IF
               MOVE "N" TO CURRENCY-ELIGIBLE
               PERFORM CHECK_ONE_CURRENCY
                   VARYING CURRENCY-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-INDEX > 4.

           CHECK_ONE_CURRENCY SECTION.
               IF PR-CURRENCY(CURRENCY-INDEX) = ACCT-CURRENCY
                   MOVE "Y" TO CURRENCY-ELIGIBLE
               END-IF.

           REPORT_REFUSAL SECTION.
               ADD 1 TO ACCOUNTS-REFUSED
               INITIALIZE REPORT-TEXT
               STRING ACCT-NUMBER " " PM-FROM-PRODUCT " "
                   PM-TO-PRODUCT " REFUSED - " REASON-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO MIGR-REPORT-LINE
               WRITE MIGR-REPORT-LINE.
