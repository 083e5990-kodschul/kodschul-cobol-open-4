           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYROLL-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EmployeePayFile ASSIGN TO "PAYMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-EMP-ID
                   FILE STATUS IS PAY-FILE-STATUS.

               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

               SELECT TeacherMasterFile ASSIGN TO "TEACHMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TCH-ID
                   FILE STATUS IS TEACH-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD EmployeePayFile.
           COPY PAYMAST.

           FD UserCredentialsFile.
           COPY USERCRED.

           FD TeacherMasterFile.
           COPY TEACHMST.

           FD AccountMasterFile.
           COPY ACCTMAST.

           WORKING-STORAGE SECTION.
           01 PAY-FILE-STATUS PIC XX.
               88 PAY-FILE-OK VALUE "00".
               88 PAY-FILE-MISSING VALUE "35".
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".
           01 USERS-ON PIC X VALUE "N".
               88 USERS-ARE-ON VALUE "Y".
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".
           01 TEACHERS-ON PIC X VALUE "N".
               88 TEACHERS-ARE-ON VALUE "Y".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
           01 ACCOUNTS-ON PIC X VALUE "N".
               88 ACCOUNTS-ARE-ON VALUE "Y".

           01 CHOICE PIC 9 VALUE 0.
           01 INPUT-EMP-ID PIC X(10).
           01 INPUT-SOURCE PIC X(1).
           01 INPUT-NAME PIC X(20).
           01 INPUT-PAY-TYPE PIC X(1).
           01 INPUT-SALARY PIC 9(7)V99.
           01 INPUT-RATE PIC 9(3)V99.
           01 INPUT-HOURS PIC 9(2)V99.
           01 INPUT-TAX-PCT PIC 9(2)V99.
           01 INPUT-PENSION-PCT PIC 9(2)V99.
           01 INPUT-FIXED PIC 9(5)V99.
           01 INPUT-ACCOUNT PIC X(6).
           01 INPUT-SEGMENT PIC X(1).
           01 CONFIRM PIC X(1).
           01 PAY-DETAILS-OK PIC X(1).
               88 PAY-DETAILS-ARE-OK VALUE "Y".

           01 AMOUNT-ED PIC Z(8)9.99.

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
               DISPLAY "---- Staff Pay Master ----"
               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "PAYROLL" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for payroll."
                   STOP RUN
               END-IF

               OPEN I-O EmployeePayFile
               IF PAY-FILE-MISSING
                   OPEN OUTPUT EmployeePayFile
                   CLOSE EmployeePayFile
                   OPEN I-O EmployeePayFile
               END-IF
               OPEN INPUT UserCredentialsFile
               IF USER-FILE-OK
                   MOVE "Y" TO USERS-ON
               END-IF
               OPEN INPUT TeacherMasterFile
               IF TEACH-FILE-OK
                   MOVE "Y" TO TEACHERS-ON
               END-IF
               OPEN INPUT AccountMasterFile
               IF ACCT-FILE-OK
                   MOVE "Y" TO ACCOUNTS-ON
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE EmployeePayFile
               IF USERS-ARE-ON
                   CLOSE UserCredentialsFile
               END-IF
               IF TEACHERS-ARE-ON
                   CLOSE TeacherMasterFile
               END-IF
               IF ACCOUNTS-ARE-ON
                   CLOSE AccountMasterFile
               END-IF
               DISPLAY "---- Staff Pay Master Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Add employee               *"
               DISPLAY "* 2. Amend pay details          *"
               DISPLAY "* 3. Mark employee as left      *"
               DISPLAY "* 4. Enquire on employee        *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM ADD_EMPLOYEE
                   WHEN 2
                       PERFORM AMEND_EMPLOYEE
                   WHEN 3
                       PERFORM MARK_LEFT
                   WHEN 4
                       PERFORM ENQUIRE_EMPLOYEE
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           ADD_EMPLOYEE SECTION.
               DISPLAY "Employee id (operator or teacher id): "
               ACCEPT INPUT-EMP-ID
               IF INPUT-EMP-ID = SPACES
                   EXIT SECTION
               END-IF
               MOVE INPUT-EMP-ID TO PM-EMP-ID
               READ EmployeePayFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Employee already on the pay master."
                       EXIT SECTION
               END-READ

               DISPLAY "(U)ser id from sign-on, or (T)eacher: "
               ACCEPT INPUT-SOURCE
               MOVE SPACES TO INPUT-NAME
               EVALUATE INPUT-SOURCE
                   WHEN "U"
                       IF USERS-ARE-ON
                           MOVE INPUT-EMP-ID TO USER-ID
                           READ UserCredentialsFile
                               INVALID KEY
                                   DISPLAY "No such user id - "
                                       "employee refused."
                                   EXIT SECTION
                           END-READ
                           DISPLAY "  Role " USER-ROLE
                       END-IF
                   WHEN "T"
                       IF TEACHERS-ARE-ON
                           MOVE INPUT-EMP-ID TO TCH-ID
                           READ TeacherMasterFile
                               INVALID KEY
                                   DISPLAY "No such teacher - "
                                       "employee refused."
                                   EXIT SECTION
                           END-READ
                           IF TCH-HAS-LEFT
                               DISPLAY "Teacher has left - "
                                   "employee refused."
                               EXIT SECTION
                           END-IF
                           MOVE TCH-NAME TO INPUT-NAME
                       END-IF
                   WHEN OTHER
                       DISPLAY "Answer U or T - employee refused."
                       EXIT SECTION
               END-EVALUATE
               IF INPUT-NAME = SPACES
                   DISPLAY "Employee name: "
                   ACCEPT INPUT-NAME
               ELSE
                   DISPLAY "  Name " INPUT-NAME
               END-IF

               INITIALIZE EMPLOYEE-PAY-RECORD
               MOVE INPUT-EMP-ID TO PM-EMP-ID
               MOVE INPUT-SOURCE TO PM-SOURCE
               MOVE INPUT-NAME TO PM-NAME
               PERFORM ENTER_PAY_DETAILS
               IF NOT PAY-DETAILS-ARE-OK
                   DISPLAY "Employee not added."
                   EXIT SECTION
               END-IF
               MOVE "A" TO PM-STATUS
               MOVE 0 TO PM-LAST-PERIOD
               WRITE EMPLOYEE-PAY-RECORD
                   INVALID KEY
                       DISPLAY "Employee could not be written."
                       EXIT SECTION
               END-WRITE
               DISPLAY "Employee " PM-EMP-ID " added."
               MOVE "PAY_EMPLOYEE_ADDED" TO AUD-ACTION
               PERFORM AUDIT_EMPLOYEE.

           ENTER_PAY_DETAILS SECTION.
               MOVE "N" TO PAY-DETAILS-OK
               DISPLAY "(S)alaried or (H)ourly from shifts: "
               ACCEPT INPUT-PAY-TYPE
               MOVE 0 TO INPUT-SALARY
               MOVE 0 TO INPUT-RATE
               MOVE 0 TO INPUT-HOURS
               EVALUATE INPUT-PAY-TYPE
                   WHEN "S"
                       DISPLAY "Monthly salary: "
                       ACCEPT INPUT-SALARY
                       IF INPUT-SALARY = 0
                           DISPLAY "Salary must be above zero."
                           EXIT SECTION
                       END-IF
                   WHEN "H"
                       DISPLAY "Hourly rate: "
                       ACCEPT INPUT-RATE
                       DISPLAY "Paid hours per shift worked: "
                       ACCEPT INPUT-HOURS
                       IF INPUT-RATE = 0 OR INPUT-HOURS = 0
                           DISPLAY "Rate and hours must be above "
                               "zero."
                           EXIT SECTION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Answer S or H."
                       EXIT SECTION
               END-EVALUATE
               DISPLAY "Income tax % deducted: "
               ACCEPT INPUT-TAX-PCT
               DISPLAY "Pension contribution %: "
               ACCEPT INPUT-PENSION-PCT
               DISPLAY "Other fixed monthly deduction: "
               ACCEPT INPUT-FIXED
               IF INPUT-TAX-PCT + INPUT-PENSION-PCT > 90
                   DISPLAY "Tax and pension cannot exceed 90%."
                   EXIT SECTION
               END-IF

               DISPLAY "Account to be paid into: "
               ACCEPT INPUT-ACCOUNT
               IF ACCOUNTS-ARE-ON
                   MOVE INPUT-ACCOUNT TO ACCT-NUMBER
                   READ AccountMasterFile
                       INVALID KEY
                           DISPLAY "Account not on file."
                           EXIT SECTION
                   END-READ
                   IF ACCT-IS-BLOCKED
                       DISPLAY "Account is blocked."
                       EXIT SECTION
                   END-IF
               END-IF
               DISPLAY "Cost to (B)ank, (S)hops or s(C)hool: "
               ACCEPT INPUT-SEGMENT
               IF INPUT-SEGMENT NOT = "B" AND INPUT-SEGMENT NOT = "S"
                   AND INPUT-SEGMENT NOT = "C"
                   DISPLAY "Answer B, S or C."
                   EXIT SECTION
               END-IF

               MOVE INPUT-PAY-TYPE TO PM-PAY-TYPE
               MOVE INPUT-SALARY TO PM-SALARY
               MOVE INPUT-RATE TO PM-HOURLY-RATE
               MOVE INPUT-HOURS TO PM-SHIFT-HOURS
               MOVE INPUT-TAX-PCT TO PM-TAX-PCT
               MOVE INPUT-PENSION-PCT TO PM-PENSION-PCT
               MOVE INPUT-FIXED TO PM-FIXED-DEDUCT
               MOVE INPUT-ACCOUNT TO PM-ACCOUNT
               MOVE INPUT-SEGMENT TO PM-SEGMENT
               MOVE "Y" TO PAY-DETAILS-OK.

           AMEND_EMPLOYEE SECTION.
               DISPLAY "Employee id: "
               ACCEPT INPUT-EMP-ID
               MOVE INPUT-EMP-ID TO PM-EMP-ID
               READ EmployeePayFile
                   INVALID KEY
                       DISPLAY "Employee not on the pay master."
                       EXIT SECTION
               END-READ
               IF PM-HAS-LEFT
                   DISPLAY "Employee has left."
                   EXIT SECTION
               END-IF
               PERFORM SHOW_EMPLOYEE
               PERFORM ENTER_PAY_DETAILS
               IF NOT PAY-DETAILS-ARE-OK
                   DISPLAY "Employee unchanged."
                   EXIT SECTION
               END-IF
               REWRITE EMPLOYEE-PAY-RECORD
               DISPLAY "Employee " PM-EMP-ID " amended."
               MOVE "PAY_EMPLOYEE_AMENDED" TO AUD-ACTION
               PERFORM AUDIT_EMPLOYEE.

           MARK_LEFT SECTION.
               DISPLAY "Employee id: "
               ACCEPT INPUT-EMP-ID
               MOVE INPUT-EMP-ID TO PM-EMP-ID
               READ EmployeePayFile
                   INVALID KEY
                       DISPLAY "Employee not on the pay master."
                       EXIT SECTION
               END-READ
               PERFORM SHOW_EMPLOYEE
               DISPLAY "Stop paying this employee? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE "L" TO PM-STATUS
               REWRITE EMPLOYEE-PAY-RECORD
               DISPLAY "Employee " PM-EMP-ID " marked as left."
               MOVE "PAY_EMPLOYEE_LEFT" TO AUD-ACTION
               PERFORM AUDIT_EMPLOYEE.

           ENQUIRE_EMPLOYEE SECTION.
               DISPLAY "Employee id: "
               ACCEPT INPUT-EMP-ID
               MOVE INPUT-EMP-ID TO PM-EMP-ID
               READ EmployeePayFile
                   INVALID KEY
                       DISPLAY "Employee not on the pay master."
                       EXIT SECTION
               END-READ
               PERFORM SHOW_EMPLOYEE.

           SHOW_EMPLOYEE SECTION.
               DISPLAY "Employee " PM-EMP-ID "  " PM-NAME
                   "  source " PM-SOURCE "  status " PM-STATUS
               IF PM-IS-SALARIED
                   MOVE PM-SALARY TO AMOUNT-ED
                   DISPLAY "  Salaried, monthly " AMOUNT-ED
               ELSE
                   MOVE PM-HOURLY-RATE TO AMOUNT-ED
                   DISPLAY "  Hourly " AMOUNT-ED ", "
                       PM-SHIFT-HOURS " hours per shift"
               END-IF
               DISPLAY "  Tax " PM-TAX-PCT "%  pension "
                   PM-PENSION-PCT "%  fixed " PM-FIXED-DEDUCT
               DISPLAY "  Paid to " PM-ACCOUNT "  unit " PM-SEGMENT
                   "  last paid for " PM-LAST-PERIOD
               MOVE PM-YTD-GROSS TO AMOUNT-ED
               DISPLAY "  " PM-YTD-YEAR " to date gross " AMOUNT-ED.

           AUDIT_EMPLOYEE SECTION.
               MOVE "PAYROLL" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE PM-EMP-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
