           IDENTIFICATION DIVISION.
           PROGRAM-ID. SOD-CONFLICT-SCAN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SodRuleFile ASSIGN TO "SODRULE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SR-RULE-ID
                   FILE STATUS IS SOD-FILE-STATUS.

               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

               SELECT PermissionsFile ASSIGN TO "PERMFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PERM-KEY
                   FILE STATUS IS PERM-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT AuditLogFile ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

               SELECT SodReportFile ASSIGN TO "SODRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD SodRuleFile.
           COPY SODRULE.

           FD UserCredentialsFile.
           COPY USERCRED.

           FD PermissionsFile.
           01 PERMISSION-RECORD.
               02 PERM-KEY.
                   03 PERM-ROLE     PIC X(10).
                   03 PERM-FUNCTION PIC X(12).

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD AuditLogFile.
           01 AUDIT-LOG-LINE.
               02 AL-DATE    PIC 9(8).
               02 AL-TIME    PIC 9(6).
               02 AL-SOURCE  PIC X(10).
               02 AL-USER    PIC X(10).
               02 AL-ACTION  PIC X(20).
               02 AL-DETAIL  PIC X(30).
               02 AL-SEQ     PIC 9(9).
               02 AL-CHAIN   PIC 9(9).

           FD SodReportFile.
           01 SOD-REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 SOD-FILE-STATUS PIC XX.
               88 SOD-FILE-OK VALUE "00".
               88 SOD-FILE-EOF VALUE "10".
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
               88 USER-FILE-EOF VALUE "10".
           01 PERM-FILE-STATUS PIC XX.
               88 PERM-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 AUDIT-FILE-STATUS PIC XX.
               88 AUDIT-FILE-OK VALUE "00".
           01 AUDIT-EOF PIC X VALUE "N".
               88 AUDIT-AT-END VALUE "Y".
           01 PERMISSIONS-ON PIC X VALUE "N".
               88 PERMISSIONS-ARE-ON VALUE "Y".
           01 ACCOUNTS-ON PIC X VALUE "N".
               88 ACCOUNTS-ARE-ON VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(7).

           01 RULE-TABLE.
               02 RT-COUNT PIC 9(3) VALUE 0.
               02 RT-ENTRY OCCURS 100 TIMES.
                   03 RT-RULE-ID    PIC X(6).
                   03 RT-DESC       PIC X(40).
                   03 RT-FUNCTION-A PIC X(12).
                   03 RT-FUNCTION-B PIC X(12).
                   03 RT-ACTION-A   PIC X(20).
                   03 RT-ACTION-B   PIC X(20).
                   03 RT-MATCH      PIC X(1).
                   03 RT-TAG        PIC X(10).
                   03 RT-WINDOW     PIC 9(3).
                   03 RT-ID-CHECKED PIC X(1).
           01 RT-INDEX PIC 9(3).

           01 USER-TABLE.
               02 UT-COUNT PIC 9(4) VALUE 0.
               02 UT-ENTRY OCCURS 500 TIMES.
                   03 UT-USER-ID PIC X(10).
                   03 UT-ROLE    PIC X(10).
                   03 UT-PERSON  PIC X(11).
                   03 UT-ACTIVE  PIC X(1).
           01 UT-INDEX PIC 9(4).
           01 UT-OTHER PIC 9(4).
           01 UT-FOUND PIC 9(4).

           01 EVENT-TABLE.
               02 EV-COUNT PIC 9(5) VALUE 0.
               02 EV-ENTRY OCCURS 5000 TIMES.
                   03 EV-DATE   PIC 9(8).
                   03 EV-USER   PIC X(10).
                   03 EV-PERSON PIC X(11).
                   03 EV-ACTION PIC X(20).
                   03 EV-DETAIL PIC X(30).
                   03 EV-OBJECT PIC X(14).
           01 EV-INDEX PIC 9(5).
           01 EV-OTHER PIC 9(5).
           01 EV-MATCHED PIC 9(5).

           01 ROLE-TABLE.
               02 RL-COUNT PIC 9(3) VALUE 0.
               02 RL-ROLE PIC X(10) OCCURS 100 TIMES.
           01 RL-INDEX PIC 9(3).
           01 RL-FOUND PIC 9(3).

           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".
           01 ACTION-WANTED PIC X VALUE "N".
               88 ACTION-IS-WANTED VALUE "Y".

           01 LOOKUP-USER PIC X(10).
           01 LOOKUP-PERSON PIC X(11).
           01 DETAIL-WORDS.
               02 DW-WORD PIC X(14) OCCURS 6 TIMES.
           01 DW-INDEX PIC 9.
           01 COUNTERPART PIC X(14).
           01 VIOLATION-FOUND PIC X VALUE "N".
               88 VIOLATION-IS-FOUND VALUE "Y".
           01 VIOLATION-NOTE PIC X(30).
           01 DAYS-APART PIC S9(7).

           01 CHECK-FUNCTION PIC X(12).
           01 CHECK-ROLE PIC X(10).
           01 CHECK-CUST PIC X(11).
           01 FUNCTION-HELD PIC X VALUE "N".
               88 FUNCTION-IS-HELD VALUE "Y".
           01 HOLDS-A-COUNT PIC 9(3).
           01 HOLDS-B-COUNT PIC 9(3).
           01 HOLDS-BOTH-COUNT PIC 9(3).
           01 HOLDS-A-USER PIC X(10).
           01 HOLDS-A-ROLE PIC X(10).
           01 HOLDS-B-USER PIC X(10).
           01 HOLDS-B-ROLE PIC X(10).
           01 HOLDS-A-HERE PIC X.
           01 HOLDS-B-HERE PIC X.
           01 CONFLICT-POSSIBLE PIC X VALUE "N".
               88 CONFLICT-IS-POSSIBLE VALUE "Y".

           01 VIOLATIONS PIC 9(5) VALUE 0.
           01 POSSIBLE-CONFLICTS PIC 9(5) VALUE 0.
           01 AUDIT-LINES PIC 9(7) VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 REPORT-TEXT PIC X(100).
           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Segregation of Duties Scan ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START) - 1
               COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE PERIOD-END(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               DISPLAY "Review period " PERIOD-START " to "
                   PERIOD-END

               OPEN INPUT SodRuleFile
               IF NOT SOD-FILE-OK
                   DISPLAY "No segregation of duties rules on file."
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               MOVE LOW-VALUES TO SR-RULE-ID
               START SodRuleFile KEY IS NOT LESS THAN SR-RULE-ID
                   INVALID KEY
                       SET SOD-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_RULE
               UNTIL SOD-FILE-EOF
               CLOSE SodRuleFile

               OPEN INPUT UserCredentialsFile
               IF USER-FILE-OK
                   MOVE LOW-VALUES TO USER-ID
                   START UserCredentialsFile KEY IS NOT LESS THAN
                       USER-ID
                       INVALID KEY
                           SET USER-FILE-EOF TO TRUE
                   END-START
                   PERFORM LOAD_ONE_USER
                   UNTIL USER-FILE-EOF
                   CLOSE UserCredentialsFile
               END-IF

               OPEN INPUT AuditLogFile
               IF AUDIT-FILE-OK
                   PERFORM LOAD_ONE_EVENT
                   UNTIL AUDIT-AT-END
                   CLOSE AuditLogFile
               END-IF

               OPEN INPUT PermissionsFile
               IF PERM-FILE-OK
                   MOVE "Y" TO PERMISSIONS-ON
               END-IF
               OPEN INPUT AccountMasterFile
               IF ACCT-FILE-OK
                   MOVE "Y" TO ACCOUNTS-ON
               END-IF

               OPEN OUTPUT SodReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Segregation of duties review "
                   PERIOD-START " to " PERIOD-END " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "Rules " RT-COUNT "  users " UT-COUNT
                   "  audit entries in scope " EV-COUNT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE

               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               MOVE "---- Actual violations ----" TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               PERFORM SCAN_RULE_VIOLATIONS
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               IF VIOLATIONS = 0
                   MOVE "  None found." TO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
               END-IF

               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               MOVE "---- Possible conflicts ----" TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               PERFORM SCAN_RULE_EXPOSURE
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               IF POSSIBLE-CONFLICTS = 0
                   MOVE "  None found." TO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
               END-IF

               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "Violations " VIOLATIONS
                   "  possible conflicts " POSSIBLE-CONFLICTS
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               CLOSE SodReportFile
               IF PERMISSIONS-ARE-ON
                   CLOSE PermissionsFile
               END-IF
               IF ACCOUNTS-ARE-ON
                   CLOSE AccountMasterFile
               END-IF

               IF VIOLATIONS > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "SODSCAN" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING VIOLATIONS " segregation of duties "
                       "violation(s) for " PERIOD-MONTH
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF TABLE-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "SODSCAN" TO ALERT-SOURCE
                   MOVE "segregation of duties scan incomplete"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               DISPLAY "Audit entries read: " AUDIT-LINES
               DISPLAY "Violations: " VIOLATIONS
               DISPLAY "Possible conflicts: " POSSIBLE-CONFLICTS
               DISPLAY "---- Segregation of Duties Scan Complete ----"
               MOVE AUDIT-LINES TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               GOBACK.

           LOAD_ONE_RULE SECTION.
               READ SodRuleFile NEXT RECORD
                   AT END
                       SET SOD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT SR-IS-ACTIVE
                   EXIT SECTION
               END-IF
               IF RT-COUNT NOT < 100
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO RT-COUNT
               MOVE SR-RULE-ID TO RT-RULE-ID(RT-COUNT)
               MOVE SR-DESC TO RT-DESC(RT-COUNT)
               MOVE SR-FUNCTION-A TO RT-FUNCTION-A(RT-COUNT)
               MOVE SR-FUNCTION-B TO RT-FUNCTION-B(RT-COUNT)
               MOVE SR-ACTION-A TO RT-ACTION-A(RT-COUNT)
               MOVE SR-ACTION-B TO RT-ACTION-B(RT-COUNT)
               MOVE SR-MATCH TO RT-MATCH(RT-COUNT)
               MOVE SR-DETAIL-TAG TO RT-TAG(RT-COUNT)
               MOVE SR-WINDOW-DAYS TO RT-WINDOW(RT-COUNT)
               MOVE SR-ID-CHECKED TO RT-ID-CHECKED(RT-COUNT).

           LOAD_ONE_USER SECTION.
               READ UserCredentialsFile NEXT RECORD
                   AT END
                       SET USER-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF UT-COUNT NOT < 500
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO UT-COUNT
               MOVE USER-ID TO UT-USER-ID(UT-COUNT)
               MOVE USER-ROLE TO UT-ROLE(UT-COUNT)
               IF USER-CUST-ID = SPACES
                   STRING "U" USER-ID DELIMITED BY SIZE
                       INTO UT-PERSON(UT-COUNT)
               ELSE
                   STRING "C" USER-CUST-ID DELIMITED BY SIZE
                       INTO UT-PERSON(UT-COUNT)
               END-IF
               IF USER-IS-DISABLED
                   MOVE "N" TO UT-ACTIVE(UT-COUNT)
               ELSE
                   MOVE "Y" TO UT-ACTIVE(UT-COUNT)
               END-IF

               MOVE 0 TO RL-FOUND
               PERFORM FIND_ROLE
                   VARYING RL-INDEX FROM 1 BY 1
                   UNTIL RL-INDEX > RL-COUNT OR RL-FOUND > 0
               IF RL-FOUND = 0 AND RL-COUNT < 100
                   ADD 1 TO RL-COUNT
                   MOVE USER-ROLE TO RL-ROLE(RL-COUNT)
               END-IF.

           FIND_ROLE SECTION.
               IF RL-ROLE(RL-INDEX) = USER-ROLE
                   MOVE RL-INDEX TO RL-FOUND
               END-IF.

           LOAD_ONE_EVENT SECTION.
               READ AuditLogFile
                   AT END
                       MOVE "Y" TO AUDIT-EOF
                       EXIT SECTION
               END-READ
               ADD 1 TO AUDIT-LINES
               IF AL-DATE < PERIOD-START OR AL-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               MOVE "N" TO ACTION-WANTED
               PERFORM CHECK_ACTION_WANTED
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT OR ACTION-IS-WANTED
               IF NOT ACTION-IS-WANTED
                   EXIT SECTION
               END-IF
               IF EV-COUNT NOT < 5000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO EV-COUNT
               MOVE AL-DATE TO EV-DATE(EV-COUNT)
               MOVE AL-USER TO EV-USER(EV-COUNT)
               MOVE AL-ACTION TO EV-ACTION(EV-COUNT)
               MOVE AL-DETAIL TO EV-DETAIL(EV-COUNT)
               MOVE SPACES TO EV-OBJECT(EV-COUNT)
               UNSTRING AL-DETAIL DELIMITED BY ALL SPACE
                   INTO EV-OBJECT(EV-COUNT)
               MOVE AL-USER TO LOOKUP-USER
               PERFORM FIND_PERSON
               MOVE LOOKUP-PERSON TO EV-PERSON(EV-COUNT).

           CHECK_ACTION_WANTED SECTION.
               IF AL-ACTION = RT-ACTION-A(RT-INDEX)
                   OR AL-ACTION = RT-ACTION-B(RT-INDEX)
                   MOVE "Y" TO ACTION-WANTED
               END-IF.

           FIND_PERSON SECTION.
               MOVE 0 TO UT-FOUND
               PERFORM FIND_USER
                   VARYING UT-OTHER FROM 1 BY 1
                   UNTIL UT-OTHER > UT-COUNT OR UT-FOUND > 0
               IF UT-FOUND > 0
                   MOVE UT-PERSON(UT-FOUND) TO LOOKUP-PERSON
               ELSE
                   MOVE SPACES TO LOOKUP-PERSON
                   STRING "U" LOOKUP-USER DELIMITED BY SIZE
                       INTO LOOKUP-PERSON
               END-IF.

           FIND_USER SECTION.
               IF UT-USER-ID(UT-OTHER) = LOOKUP-USER
                   MOVE UT-OTHER TO UT-FOUND
               END-IF.

           SCAN_RULE_VIOLATIONS SECTION.
               IF RT-ACTION-B(RT-INDEX) = SPACES
                   EXIT SECTION
               END-IF
               PERFORM CHECK_ONE_EVENT
                   VARYING EV-INDEX FROM 1 BY 1
                   UNTIL EV-INDEX > EV-COUNT.

           CHECK_ONE_EVENT SECTION.
               IF EV-ACTION(EV-INDEX) NOT = RT-ACTION-B(RT-INDEX)
                   EXIT SECTION
               END-IF
               MOVE "N" TO VIOLATION-FOUND
               MOVE SPACES TO VIOLATION-NOTE
               EVALUATE RT-MATCH(RT-INDEX)
                   WHEN "S"
                       PERFORM CHECK_SELF_REFERENCE
                   WHEN "O"
                   WHEN "P"
                       MOVE 0 TO EV-MATCHED
                       PERFORM CHECK_EARLIER_EVENT
                           VARYING EV-OTHER FROM 1 BY 1
                           UNTIL EV-OTHER NOT < EV-INDEX
                               OR EV-MATCHED > 0
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT VIOLATION-IS-FOUND
                   EXIT SECTION
               END-IF

               ADD 1 TO VIOLATIONS
               INITIALIZE REPORT-TEXT
               STRING "VIOLATION " RT-RULE-ID(RT-INDEX) " "
                   RT-DESC(RT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "  " EV-DATE(EV-INDEX) " " EV-USER(EV-INDEX)
                   " " EV-ACTION(EV-INDEX) " " EV-DETAIL(EV-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "  " VIOLATION-NOTE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           CHECK_SELF_REFERENCE SECTION.
               MOVE SPACES TO DETAIL-WORDS
               MOVE SPACES TO COUNTERPART
               UNSTRING EV-DETAIL(EV-INDEX) DELIMITED BY ALL SPACE
                   INTO DW-WORD(1) DW-WORD(2) DW-WORD(3)
                       DW-WORD(4) DW-WORD(5) DW-WORD(6)
               PERFORM FIND_COUNTERPART
                   VARYING DW-INDEX FROM 1 BY 1
                   UNTIL DW-INDEX > 5 OR COUNTERPART NOT = SPACES
               IF COUNTERPART = SPACES
                   EXIT SECTION
               END-IF

               IF COUNTERPART = EV-USER(EV-INDEX)
                   MOVE "Y" TO VIOLATION-FOUND
                   MOVE "same user id on both sides" TO VIOLATION-NOTE
                   EXIT SECTION
               END-IF
               MOVE COUNTERPART TO LOOKUP-USER
               PERFORM FIND_PERSON
               IF LOOKUP-PERSON = EV-PERSON(EV-INDEX)
                   MOVE "Y" TO VIOLATION-FOUND
                   INITIALIZE VIOLATION-NOTE
                   STRING "same person as " COUNTERPART
                       DELIMITED BY SIZE INTO VIOLATION-NOTE
                   EXIT SECTION
               END-IF
               IF EV-PERSON(EV-INDEX)(1:1) NOT = "C"
                   OR NOT ACCOUNTS-ARE-ON
                   EXIT SECTION
               END-IF
               MOVE COUNTERPART(1:6) TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF ACCT-CUST-ID = EV-PERSON(EV-INDEX)(2:6)
                   MOVE "Y" TO VIOLATION-FOUND
                   INITIALIZE VIOLATION-NOTE
                   STRING "own account " ACCT-NUMBER
                       DELIMITED BY SIZE INTO VIOLATION-NOTE
               END-IF.

           FIND_COUNTERPART SECTION.
               IF DW-WORD(DW-INDEX) = RT-TAG(RT-INDEX)
                   MOVE DW-WORD(DW-INDEX + 1) TO COUNTERPART
               END-IF.

           CHECK_EARLIER_EVENT SECTION.
               IF EV-ACTION(EV-OTHER) NOT = RT-ACTION-A(RT-INDEX)
                   OR EV-PERSON(EV-OTHER) NOT = EV-PERSON(EV-INDEX)
                   EXIT SECTION
               END-IF
               IF RT-MATCH(RT-INDEX) = "O"
                   IF EV-OBJECT(EV-OTHER) NOT = EV-OBJECT(EV-INDEX)
                       EXIT SECTION
                   END-IF
               ELSE
                   COMPUTE DAYS-APART =
                       FUNCTION INTEGER-OF-DATE(EV-DATE(EV-INDEX))
                       - FUNCTION INTEGER-OF-DATE(EV-DATE(EV-OTHER))
                   IF DAYS-APART > RT-WINDOW(RT-INDEX)
                       EXIT SECTION
                   END-IF
               END-IF
               MOVE EV-OTHER TO EV-MATCHED
               MOVE "Y" TO VIOLATION-FOUND
               INITIALIZE VIOLATION-NOTE
               STRING "after " EV-ACTION(EV-OTHER)(1:12) " "
                   EV-USER(EV-OTHER)
                   DELIMITED BY SIZE INTO VIOLATION-NOTE.

           SCAN_RULE_EXPOSURE SECTION.
               IF RT-FUNCTION-A(RT-INDEX) = SPACES
                   OR RT-FUNCTION-B(RT-INDEX) = SPACES
                   EXIT SECTION
               END-IF
               IF RT-FUNCTION-A(RT-INDEX) = "ANY"
                   AND RT-FUNCTION-B(RT-INDEX) = "ANY"
                   ADD 1 TO POSSIBLE-CONFLICTS
                   INITIALIZE REPORT-TEXT
                   STRING "POSSIBLE  " RT-RULE-ID(RT-INDEX) " "
                       RT-DESC(RT-INDEX)
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
                   MOVE "  not restricted by role - all active users"
                       TO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
                   EXIT SECTION
               END-IF
               IF RT-ID-CHECKED(RT-INDEX) NOT = "Y"
                   PERFORM CHECK_ROLE_EXPOSURE
                       VARYING RL-INDEX FROM 1 BY 1
                       UNTIL RL-INDEX > RL-COUNT
               END-IF
               PERFORM CHECK_PERSON_EXPOSURE
                   VARYING UT-INDEX FROM 1 BY 1
                   UNTIL UT-INDEX > UT-COUNT.

           CHECK_ROLE_EXPOSURE SECTION.
               IF RT-FUNCTION-A(RT-INDEX) = "ANY"
                   OR RT-FUNCTION-A(RT-INDEX) = "CUSTOMER"
                   OR RT-FUNCTION-B(RT-INDEX) = "ANY"
                   OR RT-FUNCTION-B(RT-INDEX) = "CUSTOMER"
                   EXIT SECTION
               END-IF
               MOVE RL-ROLE(RL-INDEX) TO CHECK-ROLE
               MOVE SPACES TO CHECK-CUST
               MOVE RT-FUNCTION-A(RT-INDEX) TO CHECK-FUNCTION
               PERFORM CHECK_FUNCTION_HELD
               IF NOT FUNCTION-IS-HELD
                   EXIT SECTION
               END-IF
               MOVE RT-FUNCTION-B(RT-INDEX) TO CHECK-FUNCTION
               PERFORM CHECK_FUNCTION_HELD
               IF NOT FUNCTION-IS-HELD
                   EXIT SECTION
               END-IF
               ADD 1 TO POSSIBLE-CONFLICTS
               INITIALIZE REPORT-TEXT
               STRING "POSSIBLE  " RT-RULE-ID(RT-INDEX) " "
                   RT-DESC(RT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "  role " CHECK-ROLE " holds both "
                   RT-FUNCTION-A(RT-INDEX) " and "
                   RT-FUNCTION-B(RT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           CHECK_PERSON_EXPOSURE SECTION.
               IF UT-ACTIVE(UT-INDEX) NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE 0 TO UT-FOUND
               PERFORM FIND_FIRST_OF_PERSON
                   VARYING UT-OTHER FROM 1 BY 1
                   UNTIL UT-OTHER NOT < UT-INDEX OR UT-FOUND > 0
               IF UT-FOUND > 0
                   EXIT SECTION
               END-IF

               MOVE 0 TO HOLDS-A-COUNT
               MOVE 0 TO HOLDS-B-COUNT
               MOVE 0 TO HOLDS-BOTH-COUNT
               MOVE SPACES TO HOLDS-A-USER
               MOVE SPACES TO HOLDS-B-USER
               PERFORM TALLY_PERSON_USER
                   VARYING UT-OTHER FROM UT-INDEX BY 1
                   UNTIL UT-OTHER > UT-COUNT

               MOVE "N" TO CONFLICT-POSSIBLE
               IF HOLDS-A-COUNT > 0 AND HOLDS-B-COUNT > 0
                   IF RT-ID-CHECKED(RT-INDEX) NOT = "Y"
                       MOVE "Y" TO CONFLICT-POSSIBLE
                   ELSE
                       IF HOLDS-A-COUNT + HOLDS-B-COUNT
                           - HOLDS-BOTH-COUNT > 1
                           MOVE "Y" TO CONFLICT-POSSIBLE
                       END-IF
                   END-IF
               END-IF
               IF NOT CONFLICT-IS-POSSIBLE
                   EXIT SECTION
               END-IF
               IF HOLDS-A-USER = HOLDS-B-USER
                   AND RT-ID-CHECKED(RT-INDEX) NOT = "Y"
                   AND RT-FUNCTION-A(RT-INDEX) NOT = "CUSTOMER"
                   AND RT-FUNCTION-B(RT-INDEX) NOT = "CUSTOMER"
                   AND RT-FUNCTION-A(RT-INDEX) NOT = "ANY"
                   AND RT-FUNCTION-B(RT-INDEX) NOT = "ANY"
                   EXIT SECTION
               END-IF

               ADD 1 TO POSSIBLE-CONFLICTS
               INITIALIZE REPORT-TEXT
               STRING "POSSIBLE  " RT-RULE-ID(RT-INDEX) " "
                   RT-DESC(RT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "  " RT-FUNCTION-A(RT-INDEX) " via "
                   HOLDS-A-USER "/" HOLDS-A-ROLE " + "
                   RT-FUNCTION-B(RT-INDEX) " via "
                   HOLDS-B-USER "/" HOLDS-B-ROLE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           FIND_FIRST_OF_PERSON SECTION.
               IF UT-PERSON(UT-OTHER) = UT-PERSON(UT-INDEX)
                   AND UT-ACTIVE(UT-OTHER) = "Y"
                   MOVE UT-OTHER TO UT-FOUND
               END-IF.

           TALLY_PERSON_USER SECTION.
               IF UT-PERSON(UT-OTHER) NOT = UT-PERSON(UT-INDEX)
                   OR UT-ACTIVE(UT-OTHER) NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE UT-ROLE(UT-OTHER) TO CHECK-ROLE
               MOVE UT-PERSON(UT-OTHER) TO CHECK-CUST
               MOVE RT-FUNCTION-A(RT-INDEX) TO CHECK-FUNCTION
               PERFORM CHECK_FUNCTION_HELD
               MOVE FUNCTION-HELD TO HOLDS-A-HERE
               MOVE RT-FUNCTION-B(RT-INDEX) TO CHECK-FUNCTION
               PERFORM CHECK_FUNCTION_HELD
               MOVE FUNCTION-HELD TO HOLDS-B-HERE
               IF HOLDS-A-HERE = "Y"
                   ADD 1 TO HOLDS-A-COUNT
                   IF HOLDS-A-USER = SPACES OR HOLDS-B-HERE = "N"
                       MOVE UT-USER-ID(UT-OTHER) TO HOLDS-A-USER
                       MOVE UT-ROLE(UT-OTHER) TO HOLDS-A-ROLE
                   END-IF
               END-IF
               IF HOLDS-B-HERE = "Y"
                   ADD 1 TO HOLDS-B-COUNT
                   IF HOLDS-B-USER = SPACES OR HOLDS-A-HERE = "N"
                       MOVE UT-USER-ID(UT-OTHER) TO HOLDS-B-USER
                       MOVE UT-ROLE(UT-OTHER) TO HOLDS-B-ROLE
                   END-IF
               END-IF
               IF HOLDS-A-HERE = "Y" AND HOLDS-B-HERE = "Y"
                   ADD 1 TO HOLDS-BOTH-COUNT
               END-IF.

           CHECK_FUNCTION_HELD SECTION.
               MOVE "N" TO FUNCTION-HELD
               EVALUATE TRUE
                   WHEN CHECK-FUNCTION = "ANY"
                       MOVE "Y" TO FUNCTION-HELD
                   WHEN CHECK-FUNCTION = "CUSTOMER"
                       IF CHECK-CUST(1:1) = "C"
                           MOVE "Y" TO FUNCTION-HELD
                       END-IF
                   WHEN CHECK-ROLE = "ADMIN"
                       MOVE "Y" TO FUNCTION-HELD
                   WHEN PERMISSIONS-ARE-ON
                       MOVE CHECK-ROLE TO PERM-ROLE
                       MOVE CHECK-FUNCTION TO PERM-FUNCTION
                       READ PermissionsFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO FUNCTION-HELD
                       END-READ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           WRITE_REPORT_LINE SECTION.
               MOVE REPORT-TEXT TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE.
