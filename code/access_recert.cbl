           IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCESS-RECERT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT RecertListFile ASSIGN TO "RECERTLST"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD UserCredentialsFile.
           COPY USERCRED.

           FD PermissionsFile.
           01 PERMISSION-RECORD.
               02 PERM-KEY.
                   03 PERM-ROLE     PIC X(10).
                   03 PERM-FUNCTION PIC X(12).

           FD RecertListFile.
           01 RECERT-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
               88 USER-FILE-EOF VALUE "10".
           01 PERM-FILE-STATUS PIC XX.
               88 PERM-FILE-OK VALUE "00".
               88 PERM-FILE-EOF VALUE "10".
           01 PERMISSIONS-ON PIC X VALUE "N".
               88 PERMISSIONS-ARE-ON VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 RUN-MONTH PIC 9(2).
           01 RECERT-DAYS-ALLOWED PIC 9(5) VALUE 30.
           01 QUARTER-PERIOD PIC 9(6).
           01 QUARTER-START PIC 9(8).
           01 RECERT-DEADLINE PIC 9(8).
           01 DEADLINE-INT PIC 9(7).

           01 USER-TABLE.
               02 UT-COUNT PIC 9(4) VALUE 0.
               02 UT-ENTRY OCCURS 500 TIMES.
                   03 UT-USER-ID  PIC X(10).
                   03 UT-ROLE     PIC X(10).
                   03 UT-MANAGER  PIC X(10).
                   03 UT-STATUS   PIC X(8).
                   03 UT-SIGNON   PIC 9(8).
                   03 UT-RECERT   PIC 9(8).
           01 UT-INDEX PIC 9(4).

           01 MANAGER-TABLE.
               02 MT-COUNT PIC 9(4) VALUE 0.
               02 MT-MANAGER PIC X(10) OCCURS 500 TIMES.
           01 MT-INDEX PIC 9(4).
           01 MT-FOUND PIC 9(4).
           01 CURRENT-MANAGER PIC X(10).
           01 MANAGER-USERS PIC 9(4).

           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 PERM-LINE PIC X(80).
           01 PERM-POS PIC 9(3).
           01 PERM-LISTED PIC 9(3).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 REPORT-TEXT PIC X(80).
           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Quarterly Access Recertification ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE RUN-DATE(5:2) TO RUN-MONTH
               IF RUN-MONTH NOT = 1 AND RUN-MONTH NOT = 4
                   AND RUN-MONTH NOT = 7 AND RUN-MONTH NOT = 10
                   DISPLAY "Not a quarter start - no list produced."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               MOVE "RECERTDAYS" TO PARM-ID
               MOVE RUN-DATE TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                   PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO RECERT-DAYS-ALLOWED
               END-IF
               MOVE RUN-DATE(1:6) TO QUARTER-PERIOD
               COMPUTE QUARTER-START = QUARTER-PERIOD * 100 + 1
               COMPUTE DEADLINE-INT =
                   FUNCTION INTEGER-OF-DATE(QUARTER-START)
                   + RECERT-DAYS-ALLOWED
               COMPUTE RECERT-DEADLINE =
                   FUNCTION DATE-OF-INTEGER(DEADLINE-INT)

               OPEN INPUT UserCredentialsFile
               IF NOT USER-FILE-OK
                   DISPLAY "No user credentials on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               MOVE LOW-VALUES TO USER-ID
               START UserCredentialsFile KEY IS NOT LESS THAN USER-ID
                   INVALID KEY
                       SET USER-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_USER
               UNTIL USER-FILE-EOF
               CLOSE UserCredentialsFile

               OPEN INPUT PermissionsFile
               IF PERM-FILE-OK
                   MOVE "Y" TO PERMISSIONS-ON
               END-IF

               OPEN OUTPUT RecertListFile
               INITIALIZE REPORT-TEXT
               STRING "---- Access recertification for quarter "
                   "starting " QUARTER-START " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LIST_LINE
               INITIALIZE REPORT-TEXT
               STRING "Managers must confirm each user by "
                   RECERT-DEADLINE
                   " - unconfirmed users are disabled."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LIST_LINE

               PERFORM LIST_ONE_MANAGER
                   VARYING MT-INDEX FROM 1 BY 1
                   UNTIL MT-INDEX > MT-COUNT

               INITIALIZE REPORT-TEXT
               STRING "Users listed " UT-COUNT
                   "  managers " MT-COUNT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LIST_LINE
               CLOSE RecertListFile
               IF PERMISSIONS-ARE-ON
                   CLOSE PermissionsFile
               END-IF

               IF TABLE-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "RECERT" TO ALERT-SOURCE
                   MOVE "access recertification list incomplete"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               DISPLAY "Users listed: " UT-COUNT
               DISPLAY "Managers: " MT-COUNT
               DISPLAY "Confirmation deadline: " RECERT-DEADLINE
               DISPLAY "---- Access Recertification Complete ----"
               MOVE UT-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               GOBACK.

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
               MOVE USER-MANAGER TO UT-MANAGER(UT-COUNT)
               IF USER-MANAGER = SPACES
                   MOVE "(NONE)" TO UT-MANAGER(UT-COUNT)
               END-IF
               EVALUATE TRUE
                   WHEN USER-IS-DISABLED
                       MOVE USER-DISABLE-REASON TO UT-STATUS(UT-COUNT)
                   WHEN USER-IS-LOCKED-OUT
                       MOVE "LOCKED" TO UT-STATUS(UT-COUNT)
                   WHEN OTHER
                       MOVE "ACTIVE" TO UT-STATUS(UT-COUNT)
               END-EVALUATE
               MOVE USER-LAST-SIGNON TO UT-SIGNON(UT-COUNT)
               MOVE USER-RECERT-DATE TO UT-RECERT(UT-COUNT)

               MOVE 0 TO MT-FOUND
               PERFORM FIND_MANAGER
                   VARYING MT-INDEX FROM 1 BY 1
                   UNTIL MT-INDEX > MT-COUNT OR MT-FOUND > 0
               IF MT-FOUND = 0
                   ADD 1 TO MT-COUNT
                   MOVE UT-MANAGER(UT-COUNT) TO MT-MANAGER(MT-COUNT)
               END-IF.

           FIND_MANAGER SECTION.
               IF MT-MANAGER(MT-INDEX) = UT-MANAGER(UT-COUNT)
                   MOVE MT-INDEX TO MT-FOUND
               END-IF.

           LIST_ONE_MANAGER SECTION.
               MOVE MT-MANAGER(MT-INDEX) TO CURRENT-MANAGER
               MOVE 0 TO MANAGER-USERS
               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_LIST_LINE
               INITIALIZE REPORT-TEXT
               STRING "Manager: " CURRENT-MANAGER
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LIST_LINE
               MOVE "  USER ID    ROLE       STATUS   SIGN-ON  "
                   TO REPORT-TEXT
               MOVE "REVIEWED  CONFIRM" TO REPORT-TEXT(43:17)
               PERFORM WRITE_LIST_LINE
               PERFORM LIST_MANAGER_USER
                   VARYING UT-INDEX FROM 1 BY 1
                   UNTIL UT-INDEX > UT-COUNT
               INITIALIZE REPORT-TEXT
               STRING "  " MANAGER-USERS " user(s) - signed: "
                   "____________  date: ________"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LIST_LINE.

           LIST_MANAGER_USER SECTION.
               IF UT-MANAGER(UT-INDEX) NOT = CURRENT-MANAGER
                   EXIT SECTION
               END-IF
               ADD 1 TO MANAGER-USERS
               INITIALIZE REPORT-TEXT
               STRING "  " UT-USER-ID(UT-INDEX) " "
                   UT-ROLE(UT-INDEX) " " UT-STATUS(UT-INDEX) " "
                   UT-SIGNON(UT-INDEX) " " UT-RECERT(UT-INDEX)
                   "  [ ] keep [ ] remove"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LIST_LINE
               PERFORM LIST_ROLE_PERMISSIONS.

           LIST_ROLE_PERMISSIONS SECTION.
               MOVE SPACES TO PERM-LINE
               MOVE "      Permissions:" TO PERM-LINE
               MOVE 20 TO PERM-POS
               MOVE 0 TO PERM-LISTED
               IF UT-ROLE(UT-INDEX) = "ADMIN"
                   MOVE "ALL FUNCTIONS" TO PERM-LINE(PERM-POS:13)
                   MOVE PERM-LINE TO REPORT-TEXT
                   PERFORM WRITE_LIST_LINE
                   EXIT SECTION
               END-IF
               IF NOT PERMISSIONS-ARE-ON
                   MOVE "NOT AVAILABLE" TO PERM-LINE(PERM-POS:13)
                   MOVE PERM-LINE TO REPORT-TEXT
                   PERFORM WRITE_LIST_LINE
                   EXIT SECTION
               END-IF
               MOVE UT-ROLE(UT-INDEX) TO PERM-ROLE
               MOVE LOW-VALUES TO PERM-FUNCTION
               START PermissionsFile KEY IS NOT LESS THAN PERM-KEY
                   INVALID KEY
                       SET PERM-FILE-EOF TO TRUE
               END-START
               PERFORM LIST_ONE_PERMISSION
               UNTIL PERM-FILE-EOF
               IF PERM-LISTED = 0
                   MOVE "NONE" TO PERM-LINE(PERM-POS:4)
               END-IF
               IF PERM-LINE(20:61) NOT = SPACES
                   MOVE PERM-LINE TO REPORT-TEXT
                   PERFORM WRITE_LIST_LINE
               END-IF.

           LIST_ONE_PERMISSION SECTION.
               READ PermissionsFile NEXT RECORD
                   AT END
                       SET PERM-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF PERM-ROLE NOT = UT-ROLE(UT-INDEX)
                   SET PERM-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               IF PERM-POS > 68
                   MOVE PERM-LINE TO REPORT-TEXT
                   PERFORM WRITE_LIST_LINE
                   MOVE SPACES TO PERM-LINE
                   MOVE 20 TO PERM-POS
               END-IF
               MOVE PERM-FUNCTION TO PERM-LINE(PERM-POS:12)
               ADD 13 TO PERM-POS
               ADD 1 TO PERM-LISTED.

           WRITE_LIST_LINE SECTION.
               MOVE REPORT-TEXT TO RECERT-LIST-LINE
               WRITE RECERT-LIST-LINE.
