           IDENTIFICATION DIVISION.
           PROGRAM-ID. USER-ACCESS-REVIEW.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

               SELECT ReviewReportFile ASSIGN TO "USRREVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD UserCredentialsFile.
           COPY USERCRED.

           FD ReviewReportFile.
           01 REVIEW-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
               88 USER-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 IDLE-DAYS-ALLOWED PIC 9(5) VALUE 90.
           01 RECERT-DAYS-ALLOWED PIC 9(5) VALUE 30.
           01 RUN-YEAR PIC 9(4).
           01 RUN-MONTH PIC 9(2).
           01 QUARTER-MONTH PIC 9(2).
           01 QUARTER-START PIC 9(8).
           01 RECERT-DEADLINE PIC 9(8).
           01 DEADLINE-INT PIC 9(7).
           01 LAST-USE-DATE PIC 9(8).
           01 IDLE-DAYS PIC S9(5).
           01 DISABLE-WITH PIC X(6).

           01 USERS-READ PIC 9(5) VALUE 0.
           01 USERS-IDLE PIC 9(5) VALUE 0.
           01 USERS-UNCONFIRMED PIC 9(5) VALUE 0.
           01 ADMIN-EXCEPTIONS PIC 9(5) VALUE 0.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 REPORT-TEXT PIC X(80).
           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- User Access Review ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE "USRIDLEDAY" TO PARM-ID
               MOVE RUN-DATE TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                   PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO IDLE-DAYS-ALLOWED
               END-IF
               MOVE "RECERTDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                   PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO RECERT-DAYS-ALLOWED
               END-IF

               MOVE RUN-DATE(1:4) TO RUN-YEAR
               MOVE RUN-DATE(5:2) TO RUN-MONTH
               COMPUTE QUARTER-MONTH =
                   RUN-MONTH - FUNCTION MOD(RUN-MONTH - 1, 3)
               COMPUTE QUARTER-START =
                   RUN-YEAR * 10000 + QUARTER-MONTH * 100 + 1
               COMPUTE DEADLINE-INT =
                   FUNCTION INTEGER-OF-DATE(QUARTER-START)
                   + RECERT-DAYS-ALLOWED
               COMPUTE RECERT-DEADLINE =
                   FUNCTION DATE-OF-INTEGER(DEADLINE-INT)
               DISPLAY "Idle limit " IDLE-DAYS-ALLOWED " days; "
                   "access review deadline " RECERT-DEADLINE

               OPEN I-O UserCredentialsFile
               IF NOT USER-FILE-OK
                   DISPLAY "No user credentials on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN OUTPUT ReviewReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- User access review " RUN-DATE
                   " - review deadline " RECERT-DEADLINE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE

               MOVE LOW-VALUES TO USER-ID
               START UserCredentialsFile KEY IS NOT LESS THAN USER-ID
                   INVALID KEY
                       SET USER-FILE-EOF TO TRUE
               END-START
               PERFORM REVIEW_ONE_USER
               UNTIL USER-FILE-EOF

               INITIALIZE REPORT-TEXT
               STRING "Disabled idle " USERS-IDLE
                   "  unconfirmed " USERS-UNCONFIRMED
                   "  admin exceptions " ADMIN-EXCEPTIONS
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               CLOSE UserCredentialsFile
               CLOSE ReviewReportFile

               DISPLAY "Users reviewed: " USERS-READ
               DISPLAY "Disabled as idle: " USERS-IDLE
               DISPLAY "Disabled as unconfirmed: " USERS-UNCONFIRMED
               DISPLAY "Administrators needing action: "
                   ADMIN-EXCEPTIONS
               IF ADMIN-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "---- User Access Review Complete ----"
               MOVE USERS-READ TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               GOBACK.

           REVIEW_ONE_USER SECTION.
               READ UserCredentialsFile NEXT RECORD
                   AT END
                       SET USER-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               ADD 1 TO USERS-READ
               IF USER-IS-DISABLED
                   EXIT SECTION
               END-IF

               MOVE SPACES TO DISABLE-WITH
               MOVE USER-LAST-SIGNON TO LAST-USE-DATE
               IF LAST-USE-DATE = 0
                   MOVE USER-PWD-CHANGED TO LAST-USE-DATE
               END-IF
               IF LAST-USE-DATE > 0
                   COMPUTE IDLE-DAYS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(LAST-USE-DATE)
                   IF IDLE-DAYS > IDLE-DAYS-ALLOWED
                       MOVE "IDLE" TO DISABLE-WITH
                   END-IF
               END-IF
               IF DISABLE-WITH = SPACES
                   AND RUN-DATE > RECERT-DEADLINE
                   AND USER-RECERT-DATE < QUARTER-START
                   MOVE "RECERT" TO DISABLE-WITH
               END-IF
               IF DISABLE-WITH = SPACES
                   EXIT SECTION
               END-IF

               IF USER-ROLE = "ADMIN"
                   PERFORM REPORT_ADMIN_EXCEPTION
                   EXIT SECTION
               END-IF

               MOVE "D" TO USER-LOCKED
               MOVE DISABLE-WITH TO USER-DISABLE-REASON
               REWRITE USER-CREDENTIAL-RECORD
               IF DISABLE-WITH = "IDLE"
                   ADD 1 TO USERS-IDLE
               ELSE
                   ADD 1 TO USERS-UNCONFIRMED
               END-IF

               INITIALIZE REPORT-TEXT
               STRING "DISABLED " USER-ID " " DISABLE-WITH
                   " role " USER-ROLE " manager " USER-MANAGER
                   " last sign-on " LAST-USE-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               DISPLAY REPORT-TEXT

               MOVE "USRREVIEW" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "USER_DISABLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING USER-ID " " DISABLE-WITH
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           REPORT_ADMIN_EXCEPTION SECTION.
               ADD 1 TO ADMIN-EXCEPTIONS
               INITIALIZE REPORT-TEXT
               STRING "ADMIN    " USER-ID " " DISABLE-WITH
                   " - not disabled, review by hand"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               DISPLAY REPORT-TEXT

               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "USRREVIEW" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "administrator " USER-ID " " DISABLE-WITH
                   " - review by hand"
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.
