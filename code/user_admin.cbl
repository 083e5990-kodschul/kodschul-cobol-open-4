           IDENTIFICATION DIVISION.
           PROGRAM-ID. USER-ADMIN.

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

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD UserCredentialsFile.
           COPY USERCRED.

           FD PermissionsFile.
           01 PERMISSION-RECORD.
               02 PERM-KEY.
                   03 PERM-ROLE     PIC X(10).
                   03 PERM-FUNCTION PIC X(12).

           FD CustomerMasterFile.
           COPY CUSTMAST.

           WORKING-STORAGE SECTION.
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
               88 USER-FILE-EOF VALUE "10".
               88 USER-FILE-MISSING VALUE "35".
           01 PERM-FILE-STATUS PIC XX.
               88 PERM-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 PERMISSIONS-ON PIC X VALUE "N".
               88 PERMISSIONS-ARE-ON VALUE "Y".
           01 CUSTOMERS-ON PIC X VALUE "N".
               88 CUSTOMERS-ARE-ON VALUE "Y".

           01 TODAY PIC 9(8).
           01 CHOICE PIC 9 VALUE 0.
           01 INPUT-USER-ID PIC X(10).
           01 INPUT-ROLE PIC X(10).
           01 INPUT-MANAGER PIC X(10).
           01 INPUT-CUST-ID PIC X(6).
           01 INPUT-REASON PIC X(6).
           01 CONFIRM PIC X(1).
           01 OLD-ROLE PIC X(10).
           01 LISTED-COUNT PIC 9(5).

           01 ROLE-VALID PIC X(1).
               88 ROLE-IS-VALID VALUE "Y".
           01 MANAGER-VALID PIC X(1).
               88 MANAGER-IS-VALID VALUE "Y".

           01 OTP-TIME PIC 9(8).
           01 OTP-TIME-PARTS REDEFINES OTP-TIME.
               02 OTP-HH PIC 99.
               02 OTP-MM PIC 99.
               02 OTP-SS PIC 99.
               02 OTP-CC PIC 99.
           01 OTP-LETTERS PIC X(23) VALUE "ABCDEFGHJKMNPQRSTUVWXYZ".
           01 OTP-INDEX PIC 99.
           01 ONE-TIME-PASSWORD PIC X(4).

           01 STATUS-TEXT PIC X(8).

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
               DISPLAY "---- User Administration ----"
               DISPLAY "Administrator id: "
               ACCEPT CA-USER-ID
               MOVE "USERADMIN" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for user administration."
                   STOP RUN
               END-IF
               ACCEPT TODAY FROM DATE YYYYMMDD

               OPEN I-O UserCredentialsFile
               IF USER-FILE-MISSING
                   OPEN OUTPUT UserCredentialsFile
                   CLOSE UserCredentialsFile
                   OPEN I-O UserCredentialsFile
               END-IF
               OPEN INPUT PermissionsFile
               IF PERM-FILE-OK
                   MOVE "Y" TO PERMISSIONS-ON
               END-IF
               OPEN I-O CustomerMasterFile
               IF CUST-FILE-OK
                   MOVE "Y" TO CUSTOMERS-ON
               END-IF

               PERFORM ADMIN_MENU
               UNTIL CHOICE = 8

               CLOSE UserCredentialsFile
               IF PERMISSIONS-ARE-ON
                   CLOSE PermissionsFile
               END-IF
               IF CUSTOMERS-ARE-ON
                   CLOSE CustomerMasterFile
               END-IF
               DISPLAY "---- User Administration Complete ----"
               STOP RUN.

           ADMIN_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Create user                *"
               DISPLAY "* 2. Reset lockout              *"
               DISPLAY "* 3. Disable user               *"
               DISPLAY "* 4. Re-enable user             *"
               DISPLAY "* 5. Change role or manager     *"
               DISPLAY "* 6. Confirm access review      *"
               DISPLAY "* 7. List users                 *"
               DISPLAY "* 8. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM CREATE_USER
                   WHEN 2
                       PERFORM RESET_LOCKOUT
                   WHEN 3
                       PERFORM DISABLE_USER
                   WHEN 4
                       PERFORM ENABLE_USER
                   WHEN 5
                       PERFORM CHANGE_ROLE
                   WHEN 6
                       PERFORM CONFIRM_RECERT
                   WHEN 7
                       PERFORM LIST_USERS
                   WHEN 8
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           CREATE_USER SECTION.
               DISPLAY "New user id: "
               ACCEPT INPUT-USER-ID
               IF INPUT-USER-ID = SPACES
                   EXIT SECTION
               END-IF
               MOVE INPUT-USER-ID TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "User id already exists."
                       EXIT SECTION
               END-READ

               DISPLAY "Role: "
               ACCEPT INPUT-ROLE
               PERFORM VALIDATE_ROLE
               IF NOT ROLE-IS-VALID
                   DISPLAY "Unknown role - user not created."
                   EXIT SECTION
               END-IF
               DISPLAY "Manager user id: "
               ACCEPT INPUT-MANAGER
               PERFORM VALIDATE_MANAGER
               IF NOT MANAGER-IS-VALID
                   DISPLAY "Manager must be an active user - "
                       "user not created."
                   EXIT SECTION
               END-IF
               DISPLAY "Customer id (blank if none): "
               ACCEPT INPUT-CUST-ID
               IF INPUT-CUST-ID NOT = SPACES
                   IF NOT CUSTOMERS-ARE-ON
                       DISPLAY "Customer file unavailable - "
                           "user not created."
                       EXIT SECTION
                   END-IF
                   MOVE INPUT-CUST-ID TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           DISPLAY "Customer not found - "
                               "user not created."
                           EXIT SECTION
                   END-READ
               END-IF

               PERFORM MAKE_ONE_TIME_PASSWORD
               INITIALIZE USER-CREDENTIAL-RECORD
               MOVE INPUT-USER-ID TO USER-ID
               MOVE ONE-TIME-PASSWORD TO USER-PASSWORD
               MOVE 0 TO USER-TRIES
               MOVE "N" TO USER-LOCKED
               MOVE INPUT-CUST-ID TO USER-CUST-ID
               MOVE 0 TO USER-PWD-CHANGED
               MOVE INPUT-ROLE TO USER-ROLE
               MOVE INPUT-MANAGER TO USER-MANAGER
               MOVE TODAY TO USER-LAST-SIGNON
               MOVE TODAY TO USER-RECERT-DATE
               MOVE SPACES TO USER-DISABLE-REASON
               WRITE USER-CREDENTIAL-RECORD
                   INVALID KEY
                       DISPLAY "User could not be written."
                       EXIT SECTION
               END-WRITE
               DISPLAY "User " INPUT-USER-ID " created."
               DISPLAY "One-time password: " ONE-TIME-PASSWORD
               DISPLAY "It must be changed at first sign-on."

               MOVE "USER_CREATED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-USER-ID " " INPUT-ROLE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_ADMIN_AUDIT.

           RESET_LOCKOUT SECTION.
               PERFORM GET_TARGET_USER
               IF NOT USER-FILE-OK
                   EXIT SECTION
               END-IF
               IF USER-IS-DISABLED
                   DISPLAY "User is disabled - re-enable instead."
                   EXIT SECTION
               END-IF
               IF USER-CUST-ID NOT = SPACES AND CUSTOMERS-ARE-ON
                   MOVE USER-CUST-ID TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUST-IS-DECEASED
                               DISPLAY "Customer is recorded as "
                                   "deceased - lockout not reset."
                               EXIT SECTION
                           END-IF
                   END-READ
               END-IF
               DISPLAY "Tries " USER-TRIES "  locked " USER-LOCKED
               DISPLAY "Reset lockout and issue a one-time "
                   "password? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "Lockout not reset."
                   EXIT SECTION
               END-IF

               PERFORM MAKE_ONE_TIME_PASSWORD
               MOVE ONE-TIME-PASSWORD TO USER-PASSWORD
               MOVE 0 TO USER-PWD-CHANGED
               MOVE 0 TO USER-TRIES
               MOVE "N" TO USER-LOCKED
               REWRITE USER-CREDENTIAL-RECORD
               IF USER-CUST-ID NOT = SPACES AND CUSTOMERS-ARE-ON
                   MOVE USER-CUST-ID TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUST-IS-LOCKED
                               MOVE "N" TO CUST-LOCKED
                               REWRITE CUSTOMER-MASTER-RECORD
                           END-IF
                   END-READ
               END-IF
               DISPLAY "Lockout reset for " INPUT-USER-ID
               DISPLAY "One-time password: " ONE-TIME-PASSWORD

               MOVE "USER_LOCK_RESET" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-USER-ID " one-time password"
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_ADMIN_AUDIT.

           DISABLE_USER SECTION.
               PERFORM GET_TARGET_USER
               IF NOT USER-FILE-OK
                   EXIT SECTION
               END-IF
               IF INPUT-USER-ID = CA-USER-ID
                   DISPLAY "You cannot disable your own user id."
                   EXIT SECTION
               END-IF
               IF USER-IS-DISABLED
                   DISPLAY "User is already disabled ("
                       USER-DISABLE-REASON ")."
                   EXIT SECTION
               END-IF
               DISPLAY "Reason (LEAVER/ADMIN): "
               ACCEPT INPUT-REASON
               IF INPUT-REASON = SPACES
                   MOVE "ADMIN" TO INPUT-REASON
               END-IF
               MOVE "D" TO USER-LOCKED
               MOVE INPUT-REASON TO USER-DISABLE-REASON
               REWRITE USER-CREDENTIAL-RECORD
               DISPLAY "User " INPUT-USER-ID " disabled."

               MOVE "USER_DISABLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-USER-ID " " INPUT-REASON
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_ADMIN_AUDIT.

           ENABLE_USER SECTION.
               PERFORM GET_TARGET_USER
               IF NOT USER-FILE-OK
                   EXIT SECTION
               END-IF
               IF NOT USER-IS-DISABLED
                   DISPLAY "User is not disabled."
                   EXIT SECTION
               END-IF
               DISPLAY "Disabled for " USER-DISABLE-REASON
                   " - re-enable? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "User left disabled."
                   EXIT SECTION
               END-IF
               MOVE "N" TO USER-LOCKED
               MOVE 0 TO USER-TRIES
               MOVE SPACES TO USER-DISABLE-REASON
               MOVE TODAY TO USER-LAST-SIGNON
               MOVE TODAY TO USER-RECERT-DATE
               REWRITE USER-CREDENTIAL-RECORD
               DISPLAY "User " INPUT-USER-ID " re-enabled."

               MOVE "USER_ENABLED" TO AUD-ACTION
               MOVE INPUT-USER-ID TO AUD-DETAIL
               PERFORM WRITE_ADMIN_AUDIT.

           CHANGE_ROLE SECTION.
               PERFORM GET_TARGET_USER
               IF NOT USER-FILE-OK
                   EXIT SECTION
               END-IF
               IF INPUT-USER-ID = CA-USER-ID
                   DISPLAY "You cannot change your own access."
                   EXIT SECTION
               END-IF
               MOVE USER-ROLE TO OLD-ROLE
               DISPLAY "Current role " USER-ROLE
                   "  manager " USER-MANAGER
               DISPLAY "New role (blank = unchanged): "
               ACCEPT INPUT-ROLE
               IF INPUT-ROLE = SPACES
                   MOVE USER-ROLE TO INPUT-ROLE
               ELSE
                   PERFORM VALIDATE_ROLE
                   IF NOT ROLE-IS-VALID
                       DISPLAY "Unknown role - user unchanged."
                       EXIT SECTION
                   END-IF
               END-IF
               DISPLAY "New manager (blank = unchanged): "
               ACCEPT INPUT-MANAGER
               IF INPUT-MANAGER = SPACES
                   MOVE USER-MANAGER TO INPUT-MANAGER
               ELSE
                   PERFORM VALIDATE_MANAGER
                   IF NOT MANAGER-IS-VALID
                       DISPLAY "Manager must be an active user - "
                           "user unchanged."
                       EXIT SECTION
                   END-IF
                   MOVE INPUT-USER-ID TO USER-ID
                   READ UserCredentialsFile
                       INVALID KEY
                           EXIT SECTION
                   END-READ
               END-IF
               MOVE INPUT-ROLE TO USER-ROLE
               MOVE INPUT-MANAGER TO USER-MANAGER
               REWRITE USER-CREDENTIAL-RECORD
               DISPLAY "User " INPUT-USER-ID " updated."

               MOVE "USER_ROLE_CHANGED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-USER-ID " " OLD-ROLE(1:8) ">"
                   INPUT-ROLE(1:8)
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_ADMIN_AUDIT.

           CONFIRM_RECERT SECTION.
               PERFORM GET_TARGET_USER
               IF NOT USER-FILE-OK
                   EXIT SECTION
               END-IF
               IF INPUT-USER-ID = CA-USER-ID
                   DISPLAY "You cannot confirm your own access."
                   EXIT SECTION
               END-IF
               DISPLAY "Role " USER-ROLE "  manager " USER-MANAGER
                   "  last confirmed " USER-RECERT-DATE
               DISPLAY "Manager has confirmed this access? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "Access review not recorded."
                   EXIT SECTION
               END-IF
               MOVE TODAY TO USER-RECERT-DATE
               REWRITE USER-CREDENTIAL-RECORD
               DISPLAY "Access confirmed for " INPUT-USER-ID
               IF USER-IS-DISABLED
                   DISPLAY "User is still disabled ("
                       USER-DISABLE-REASON ") - re-enable if needed."
               END-IF

               MOVE "USER_RECERTIFIED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-USER-ID " by " USER-MANAGER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_ADMIN_AUDIT.

           LIST_USERS SECTION.
               MOVE 0 TO LISTED-COUNT
               MOVE LOW-VALUES TO USER-ID
               START UserCredentialsFile KEY IS NOT LESS THAN USER-ID
                   INVALID KEY
                       SET USER-FILE-EOF TO TRUE
               END-START
               DISPLAY "USER ID    ROLE       MANAGER    STATUS   "
                   "SIGN-ON  REVIEWED"
               PERFORM LIST_ONE_USER
               UNTIL USER-FILE-EOF
               DISPLAY LISTED-COUNT " user(s) on file.".

           LIST_ONE_USER SECTION.
               READ UserCredentialsFile NEXT RECORD
                   AT END
                       SET USER-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               ADD 1 TO LISTED-COUNT
               EVALUATE TRUE
                   WHEN USER-IS-DISABLED
                       MOVE USER-DISABLE-REASON TO STATUS-TEXT
                   WHEN USER-IS-LOCKED-OUT
                       MOVE "LOCKED" TO STATUS-TEXT
                   WHEN OTHER
                       MOVE "ACTIVE" TO STATUS-TEXT
               END-EVALUATE
               DISPLAY USER-ID " " USER-ROLE " " USER-MANAGER " "
                   STATUS-TEXT " " USER-LAST-SIGNON " "
                   USER-RECERT-DATE.

           GET_TARGET_USER SECTION.
               DISPLAY "User id: "
               ACCEPT INPUT-USER-ID
               MOVE INPUT-USER-ID TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                       DISPLAY "Unknown user id."
               END-READ.

           VALIDATE_ROLE SECTION.
               MOVE "N" TO ROLE-VALID
               IF INPUT-ROLE = "ADMIN"
                   MOVE "Y" TO ROLE-VALID
                   EXIT SECTION
               END-IF
               IF INPUT-ROLE = SPACES OR NOT PERMISSIONS-ARE-ON
                   EXIT SECTION
               END-IF
               MOVE INPUT-ROLE TO PERM-ROLE
               MOVE LOW-VALUES TO PERM-FUNCTION
               START PermissionsFile KEY IS NOT LESS THAN PERM-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
               READ PermissionsFile NEXT RECORD
                   AT END
                       EXIT SECTION
               END-READ
               IF PERM-ROLE = INPUT-ROLE
                   MOVE "Y" TO ROLE-VALID
               END-IF.

           VALIDATE_MANAGER SECTION.
               MOVE "N" TO MANAGER-VALID
               IF INPUT-MANAGER = SPACES
                   OR INPUT-MANAGER = INPUT-USER-ID
                   EXIT SECTION
               END-IF
               MOVE INPUT-MANAGER TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF NOT USER-IS-DISABLED
                   MOVE "Y" TO MANAGER-VALID
               END-IF.

           MAKE_ONE_TIME_PASSWORD SECTION.
               ACCEPT OTP-TIME FROM TIME
               COMPUTE OTP-INDEX =
                   FUNCTION MOD(OTP-SS + OTP-CC, 23) + 1
               MOVE OTP-LETTERS(OTP-INDEX:1)
                   TO ONE-TIME-PASSWORD(1:1)
               COMPUTE OTP-INDEX =
                   FUNCTION MOD(OTP-MM + OTP-CC * 7, 23) + 1
               MOVE OTP-LETTERS(OTP-INDEX:1)
                   TO ONE-TIME-PASSWORD(2:1)
               MOVE OTP-CC TO ONE-TIME-PASSWORD(3:2).

           WRITE_ADMIN_AUDIT SECTION.
               MOVE "USERADMIN" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
