           IDENTIFICATION DIVISION.
           PROGRAM-ID. GUARDIAN-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GuardianFile ASSIGN TO "GUARDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GD-KEY
                   FILE STATUS IS GUARD-FILE-STATUS.

               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD GuardianFile.
           COPY GUARDMST.

           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD CustomerMasterFile.
           COPY CUSTMAST.

           WORKING-STORAGE SECTION.
           01 GUARD-FILE-STATUS PIC XX.
               88 GUARD-FILE-OK VALUE "00".
               88 GUARD-FILE-MISSING VALUE "35".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 CUST-FILE-OPEN PIC X VALUE "N".
               88 CUST-FILE-IS-OPEN VALUE "Y".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 INPUT-STUD-ID PIC X(6).
           01 INPUT-SEQ PIC X(1).
           01 INPUT-TEXT PIC X(40).
           01 INPUT-FLAG PIC X(1).
           01 GUARDIAN-EXISTS PIC X.
               88 GUARDIAN-IS-NEW VALUE "N".
           01 DETAILS-OK PIC X.
               88 DETAILS-ARE-OK VALUE "Y".
           01 LIST-EOF PIC X VALUE "N".
           01 GUARDIANS-LISTED PIC 9(2).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Guardian Maintenance ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "GUARDIAN" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for guardian "
                       "maintenance."
                   STOP RUN
               END-IF

               OPEN INPUT StudentMasterFile
               IF NOT STUD-FILE-OK
                   DISPLAY "Student master not available."
                   STOP RUN
               END-IF

               OPEN I-O GuardianFile
               IF GUARD-FILE-MISSING
                   OPEN OUTPUT GuardianFile
                   CLOSE GuardianFile
                   OPEN I-O GuardianFile
               END-IF

               OPEN INPUT CustomerMasterFile
               IF CUST-FILE-OK
                   MOVE "Y" TO CUST-FILE-OPEN
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE GuardianFile
               CLOSE StudentMasterFile
               IF CUST-FILE-IS-OPEN
                   CLOSE CustomerMasterFile
               END-IF
               DISPLAY "---- Guardian Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Add / amend guardian       *"
               DISPLAY "* 2. Remove guardian            *"
               DISPLAY "* 3. List guardians of student  *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM ADD_GUARDIAN
                   WHEN 2
                       PERFORM REMOVE_GUARDIAN
                   WHEN 3
                       PERFORM LIST_GUARDIANS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           ACCEPT_STUDENT SECTION.
               DISPLAY "Student id: "
               ACCEPT INPUT-STUD-ID
               MOVE INPUT-STUD-ID TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       DISPLAY "Student not found."
                       MOVE SPACES TO INPUT-STUD-ID
                   NOT INVALID KEY
                       DISPLAY "Student: " STUD-NAME " class "
                           STUD-CLASS
               END-READ.

           ADD_GUARDIAN SECTION.
               PERFORM ACCEPT_STUDENT
               IF INPUT-STUD-ID = SPACES
                   EXIT SECTION
               END-IF
               DISPLAY "Guardian number (1-9): "
               ACCEPT INPUT-SEQ
               IF INPUT-SEQ < "1" OR INPUT-SEQ > "9"
                   DISPLAY "Guardian number must be 1 to 9."
                   EXIT SECTION
               END-IF

               MOVE INPUT-STUD-ID TO GD-STUD-ID
               MOVE INPUT-SEQ TO GD-SEQ
               READ GuardianFile
                   INVALID KEY
                       MOVE "N" TO GUARDIAN-EXISTS
                       INITIALIZE GUARDIAN-RECORD
                       MOVE INPUT-STUD-ID TO GD-STUD-ID
                       MOVE INPUT-SEQ TO GD-SEQ
                       MOVE "NNN" TO GD-ROLES
                       MOVE "P" TO GD-CHANNEL
                       MOVE "A" TO GD-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO GUARDIAN-EXISTS
                       DISPLAY "Amending " GD-NAME
                           " - leave blank to keep a value."
               END-READ

               PERFORM ACCEPT_GUARDIAN_DETAILS
               IF NOT DETAILS-ARE-OK
                   DISPLAY "Guardian not saved."
                   EXIT SECTION
               END-IF
               MOVE "A" TO GD-STATUS

               IF GUARDIAN-IS-NEW
                   WRITE GUARDIAN-RECORD
                   DISPLAY "Guardian added."
                   MOVE "GUARDIAN_ADDED" TO AUD-ACTION
               ELSE
                   REWRITE GUARDIAN-RECORD
                   DISPLAY "Guardian amended."
                   MOVE "GUARDIAN_AMENDED" TO AUD-ACTION
               END-IF
               PERFORM AUDIT_GUARDIAN.

           ACCEPT_GUARDIAN_DETAILS SECTION.
               MOVE "N" TO DETAILS-OK
               DISPLAY "Name (" GD-NAME "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-NAME
               END-IF
               IF GD-NAME = SPACES
                   DISPLAY "Guardian name is required."
                   EXIT SECTION
               END-IF
               DISPLAY "Relationship, e.g. MOTHER (" GD-RELATION
                   "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-RELATION
               END-IF

               DISPLAY "Billing contact? Y/N (" GD-BILLING "): "
               ACCEPT INPUT-FLAG
               IF INPUT-FLAG = "Y" OR INPUT-FLAG = "N"
                   MOVE INPUT-FLAG TO GD-BILLING
               END-IF
               DISPLAY "Authorised for pick-up? Y/N (" GD-PICKUP
                   "): "
               ACCEPT INPUT-FLAG
               IF INPUT-FLAG = "Y" OR INPUT-FLAG = "N"
                   MOVE INPUT-FLAG TO GD-PICKUP
               END-IF
               DISPLAY "Emergency contact? Y/N (" GD-EMERGENCY
                   "): "
               ACCEPT INPUT-FLAG
               IF INPUT-FLAG = "Y" OR INPUT-FLAG = "N"
                   MOVE INPUT-FLAG TO GD-EMERGENCY
               END-IF

               DISPLAY "Phone (" GD-PHONE "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-PHONE
               END-IF
               DISPLAY "E-mail (" GD-EMAIL "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-EMAIL
               END-IF
               DISPLAY "Street (" GD-STREET "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-STREET
               END-IF
               DISPLAY "City (" GD-CITY "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-CITY
               END-IF
               DISPLAY "Postcode (" GD-POSTCODE "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT NOT = SPACES
                   MOVE INPUT-TEXT TO GD-POSTCODE
               END-IF

               DISPLAY "Linked customer id, * to clear ("
                   GD-CUST-ID "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = "*"
                   MOVE SPACES TO GD-CUST-ID
               ELSE
                   IF INPUT-TEXT NOT = SPACES
                       MOVE INPUT-TEXT TO GD-CUST-ID
                   END-IF
               END-IF
               IF GD-CUST-ID NOT = SPACES AND CUST-FILE-IS-OPEN
                   MOVE GD-CUST-ID TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           DISPLAY "Customer " GD-CUST-ID
                               " not on file."
                           EXIT SECTION
                   END-READ
               END-IF

               DISPLAY "External bank code for payments, * to "
                   "clear (" GD-BANK-CODE "): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = "*"
                   MOVE SPACES TO GD-BANK-CODE
                   MOVE SPACES TO GD-BANK-ACCT
               ELSE
                   IF INPUT-TEXT NOT = SPACES
                       MOVE INPUT-TEXT TO GD-BANK-CODE
                   END-IF
               END-IF
               IF GD-BANK-CODE NOT = SPACES
                   DISPLAY "Account at that bank (" GD-BANK-ACCT
                       "): "
                   ACCEPT INPUT-TEXT
                   IF INPUT-TEXT NOT = SPACES
                       MOVE INPUT-TEXT TO GD-BANK-ACCT
                   END-IF
                   IF GD-BANK-ACCT = SPACES
                       DISPLAY "Bank account number is required."
                       EXIT SECTION
                   END-IF
               END-IF

               DISPLAY "Weekly digest - (M)essage, (P)ost, "
                   "(N)one (" GD-CHANNEL "): "
               ACCEPT INPUT-FLAG
               IF INPUT-FLAG = "M" OR INPUT-FLAG = "P"
                   OR INPUT-FLAG = "N"
                   MOVE INPUT-FLAG TO GD-CHANNEL
               END-IF
               IF GD-BY-MESSAGE AND GD-CUST-ID = SPACES
                   DISPLAY "Message digest needs a linked "
                       "customer id."
                   EXIT SECTION
               END-IF
               IF GD-BY-POST
                   AND (GD-STREET = SPACES OR GD-POSTCODE = SPACES)
                   DISPLAY "Postal digest needs a street and "
                       "postcode."
                   EXIT SECTION
               END-IF
               MOVE "Y" TO DETAILS-OK.

           REMOVE_GUARDIAN SECTION.
               PERFORM ACCEPT_STUDENT
               IF INPUT-STUD-ID = SPACES
                   EXIT SECTION
               END-IF
               DISPLAY "Guardian number (1-9): "
               ACCEPT INPUT-SEQ
               MOVE INPUT-STUD-ID TO GD-STUD-ID
               MOVE INPUT-SEQ TO GD-SEQ
               READ GuardianFile
                   INVALID KEY
                       DISPLAY "Guardian not found."
                       EXIT SECTION
               END-READ
               IF GD-IS-REMOVED
                   DISPLAY "Guardian already removed."
                   EXIT SECTION
               END-IF
               MOVE "R" TO GD-STATUS
               REWRITE GUARDIAN-RECORD
               DISPLAY "Guardian " GD-NAME " removed."
               MOVE "GUARDIAN_REMOVED" TO AUD-ACTION
               PERFORM AUDIT_GUARDIAN.

           LIST_GUARDIANS SECTION.
               PERFORM ACCEPT_STUDENT
               IF INPUT-STUD-ID = SPACES
                   EXIT SECTION
               END-IF
               MOVE 0 TO GUARDIANS-LISTED
               MOVE "N" TO LIST-EOF
               MOVE INPUT-STUD-ID TO GD-STUD-ID
               MOVE 0 TO GD-SEQ
               START GuardianFile KEY IS NOT LESS THAN GD-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               DISPLAY "# NAME                 RELATION   BPE "
                   "PHONE        DIGEST"
               PERFORM LIST_ONE_GUARDIAN
               UNTIL LIST-EOF = "Y"
               IF GUARDIANS-LISTED = 0
                   DISPLAY "No guardians on file."
               END-IF.

           LIST_ONE_GUARDIAN SECTION.
               READ GuardianFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF GD-STUD-ID NOT = INPUT-STUD-ID
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               IF GD-IS-REMOVED
                   EXIT SECTION
               END-IF
               ADD 1 TO GUARDIANS-LISTED
               DISPLAY GD-SEQ " " GD-NAME " " GD-RELATION " "
                   GD-ROLES " " GD-PHONE " " GD-CHANNEL
               IF GD-EMAIL NOT = SPACES
                   DISPLAY "  e-mail: " GD-EMAIL
               END-IF
               IF GD-STREET NOT = SPACES
                   DISPLAY "  post  : " GD-STREET " " GD-POSTCODE
                       " " GD-CITY
               END-IF.

           AUDIT_GUARDIAN SECTION.
               MOVE "GUARDIAN" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING "student " GD-STUD-ID " guardian " GD-SEQ
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
