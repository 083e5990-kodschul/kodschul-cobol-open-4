           IDENTIFICATION DIVISION.
           PROGRAM-ID. OD-LIMIT-APPROVAL.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OdReviewFile ASSIGN TO "ODREVIEW"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ODR-ACCT-NUMBER
                   FILE STATUS IS REVIEW-FILE-STATUS.

               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT CollectionLetterFile ASSIGN TO "COLLLTRS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD OdReviewFile.
           COPY ODREVIEW.

           FD UserCredentialsFile.
           COPY USERCRED.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD CollectionLetterFile.
           01 LETTER-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 REVIEW-FILE-STATUS PIC XX.
               88 REVIEW-FILE-OK VALUE "00".
               88 REVIEW-FILE-EOF VALUE "10".
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 LETTER-FILE-STATUS PIC XX.
               88 LETTER-FILE-OK VALUE "00".

           01 CHECKER-ID PIC X(10).
           01 CHECKER-PASSWORD PIC X(4).
           01 DECISION PIC X(1).
           01 TODAY PIC 9(8).

           01 AL-ACTION PIC X(3).
           01 AL-ACCOUNT PIC X(6).
           01 AL-HOLDER PIC X(10).
           01 AL-GRANTED PIC X(1).
               88 AL-IS-GRANTED VALUE "Y".

           01 ITEMS-APPROVED PIC 9(4) VALUE 0.
           01 ITEMS-REJECTED PIC 9(4) VALUE 0.
           01 ITEMS-STALE PIC 9(4) VALUE 0.
           01 ITEMS-SKIPPED PIC 9(4) VALUE 0.

           01 ACTION-TEXT PIC X(8).
           01 AVG-ED PIC -(6)9.99.
           01 SCORE-ED PIC -9.
           01 REPORT-TEXT PIC X(80).
           01 OLD-LIMIT-F PIC X(20).
           01 NEW-LIMIT-F PIC X(20).
           01 AMOUNT-F PIC X(20).
           01 AMOUNT-FOR-FORMAT PIC S9(7)V99.

           COPY CURRCFG.

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Overdraft Limit Approval ----"

               PERFORM CHECKER_SIGNON
               ACCEPT TODAY FROM DATE YYYYMMDD

               OPEN I-O OdReviewFile
               IF NOT REVIEW-FILE-OK
                   DISPLAY "No overdraft limit proposals."
                   STOP RUN
               END-IF
               OPEN I-O AccountMasterFile
               OPEN EXTEND CollectionLetterFile
               IF NOT LETTER-FILE-OK
                   OPEN OUTPUT CollectionLetterFile
               END-IF

               MOVE LOW-VALUES TO ODR-ACCT-NUMBER
               START OdReviewFile KEY IS NOT LESS THAN
                   ODR-ACCT-NUMBER
                   INVALID KEY
                       SET REVIEW-FILE-EOF TO TRUE
               END-START
               PERFORM REVIEW_ONE_PROPOSAL
                   UNTIL REVIEW-FILE-EOF

               CLOSE CollectionLetterFile
               CLOSE AccountMasterFile
               CLOSE OdReviewFile

               DISPLAY "Approved: " ITEMS-APPROVED
               DISPLAY "Rejected: " ITEMS-REJECTED
               DISPLAY "Stale:    " ITEMS-STALE
               DISPLAY "Skipped:  " ITEMS-SKIPPED
               DISPLAY "---- Approval Session Complete ----"
               STOP RUN.

           CHECKER_SIGNON SECTION.
               DISPLAY "Supervisor id: "
               ACCEPT CHECKER-ID
               DISPLAY "Password: "
               ACCEPT CHECKER-PASSWORD

               OPEN I-O UserCredentialsFile
               MOVE CHECKER-ID TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                       DISPLAY "Unknown supervisor id."
                       CLOSE UserCredentialsFile
                       STOP RUN
               END-READ
               IF USER-IS-LOCKED
                   DISPLAY "Supervisor id is locked."
                   CLOSE UserCredentialsFile
                   STOP RUN
               END-IF
               IF CHECKER-PASSWORD NOT = USER-PASSWORD
                   DISPLAY "Incorrect password."
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
               MOVE "APPROVALS" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Supervisor role required for "
                       "approvals."
                   STOP RUN
               END-IF.

           REVIEW_ONE_PROPOSAL SECTION.
               READ OdReviewFile NEXT RECORD
                   AT END
                       SET REVIEW-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT ODR-IS-PENDING
                   EXIT SECTION
               END-IF

               EVALUATE TRUE
                   WHEN ODR-IS-INCREASE
                       MOVE "INCREASE" TO ACTION-TEXT
                   WHEN ODR-IS-DECREASE
                       MOVE "DECREASE" TO ACTION-TEXT
                   WHEN OTHER
                       MOVE "WITHDRAW" TO ACTION-TEXT
               END-EVALUATE
               MOVE ODR-CURRENT-LIMIT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_AMOUNT
               MOVE AMOUNT-F TO OLD-LIMIT-F
               MOVE ODR-PROPOSED-LIMIT TO AMOUNT-FOR-FORMAT
               PERFORM FORMAT_AMOUNT
               MOVE AMOUNT-F TO NEW-LIMIT-F
               MOVE ODR-AVG-BALANCE TO AVG-ED
               MOVE ODR-SCORE TO SCORE-ED

               DISPLAY "Account " ODR-ACCT-NUMBER
                   "  customer " ODR-CUST-ID
                   "  proposed by " ODR-MAKER
               DISPLAY "  Quarter " ODR-PERIOD-START " to "
                   ODR-PERIOD-END "  avg balance " AVG-ED
               DISPLAY "  Salary months " ODR-SALARY-MONTHS
                   "  days overdrawn " ODR-DAYS-OVERDRAWN
                   "  loan arrears " ODR-LOAN-ARREARS
                   "  score " SCORE-ED
               DISPLAY "  " ACTION-TEXT " limit " OLD-LIMIT-F
                   " -> " NEW-LIMIT-F
               DISPLAY "Approve (A), Reject (R), Skip (S): "
               ACCEPT DECISION

               EVALUATE DECISION
                   WHEN "A"
                       PERFORM APPROVE_PROPOSAL
                   WHEN "R"
                       MOVE "R" TO ODR-STATUS
                       PERFORM RECORD_DECISION
                       ADD 1 TO ITEMS-REJECTED
                   WHEN OTHER
                       ADD 1 TO ITEMS-SKIPPED
               END-EVALUATE.

           APPROVE_PROPOSAL SECTION.
               MOVE "GET" TO AL-ACTION
               MOVE ODR-ACCT-NUMBER TO AL-ACCOUNT
               MOVE CHECKER-ID TO AL-HOLDER
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED
               IF NOT AL-IS-GRANTED
                   DISPLAY "Account in use elsewhere - "
                       "proposal skipped."
                   ADD 1 TO ITEMS-SKIPPED
                   EXIT SECTION
               END-IF

               MOVE ODR-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account gone - proposal marked "
                           "stale."
                       MOVE "S" TO ODR-STATUS
                   NOT INVALID KEY
                       IF ACCT-OVERDRAFT-LIMIT NOT = ODR-CURRENT-LIMIT
                           DISPLAY "Limit changed since the review "
                               "- proposal marked stale."
                           MOVE "S" TO ODR-STATUS
                       ELSE
                           PERFORM APPLY_NEW_LIMIT
                       END-IF
               END-READ

               MOVE "REL" TO AL-ACTION
               CALL "ACCT-LOCK" USING AL-ACTION, AL-ACCOUNT,
                   AL-HOLDER, AL-GRANTED

               PERFORM RECORD_DECISION
               IF ODR-IS-STALE
                   ADD 1 TO ITEMS-STALE
               ELSE
                   ADD 1 TO ITEMS-APPROVED
               END-IF.

           APPLY_NEW_LIMIT SECTION.
               MOVE ODR-PROPOSED-LIMIT TO ACCT-OVERDRAFT-LIMIT
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE
               MOVE "A" TO ODR-STATUS
               PERFORM WRITE_LIMIT_LETTER
               DISPLAY "Overdraft limit updated.".

           WRITE_LIMIT_LETTER SECTION.
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "==== Letter  ODLIMIT   Account "
                   ODR-ACCT-NUMBER " ===="
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "Date " TODAY "   Account " ODR-ACCT-NUMBER
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               EVALUATE TRUE
                   WHEN ODR-IS-INCREASE
                       MOVE "Following our regular review of your "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "account we are pleased to increase "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "your arranged overdraft limit."
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                   WHEN ODR-IS-DECREASE
                       MOVE "Following our regular review of your "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "account your arranged overdraft limit "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "has been reduced."
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                   WHEN OTHER
                       MOVE "Following our regular review of your "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "account your arranged overdraft has "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "been withdrawn. Please bring the "
                           TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "balance back into credit."
                           TO LETTER-LINE
                       WRITE LETTER-LINE
               END-EVALUATE
               INITIALIZE REPORT-TEXT
               STRING "Previous limit " OLD-LIMIT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
               INITIALIZE REPORT-TEXT
               STRING "New limit      " NEW-LIMIT-F
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LETTER-LINE
               WRITE LETTER-LINE.

           RECORD_DECISION SECTION.
               MOVE CHECKER-ID TO ODR-CHECKER
               MOVE TODAY TO ODR-DECIDED-DATE
               REWRITE OD-REVIEW-RECORD

               MOVE "ODAPPROVE" TO AUD-SOURCE
               MOVE CHECKER-ID TO AUD-USER
               EVALUATE TRUE
                   WHEN ODR-IS-APPROVED
                       MOVE "OD_LIMIT_CHANGED" TO AUD-ACTION
                   WHEN ODR-IS-REJECTED
                       MOVE "OD_LIMIT_REJECTED" TO AUD-ACTION
                   WHEN OTHER
                       MOVE "OD_LIMIT_STALE" TO AUD-ACTION
               END-EVALUATE
               INITIALIZE AUD-DETAIL
               STRING ODR-ACCT-NUMBER " " ODR-ACTION " by "
                   ODR-MAKER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           FORMAT_AMOUNT SECTION.
               CALL "FORMAT-CURRENCY" USING AMOUNT-FOR-FORMAT,
                   CURR-SYMBOL, CURR-DECIMAL-SEP,
                   CURR-SYMBOL-POSITION, AMOUNT-F.
