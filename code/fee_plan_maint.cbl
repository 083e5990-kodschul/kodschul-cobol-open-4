           IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-PLAN-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FeePlanFile ASSIGN TO "FEEPLAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-STUD-ID
                   FILE STATUS IS PLAN-FILE-STATUS.

               SELECT SchoolInvoiceFile ASSIGN TO "SCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FI-KEY
                   FILE STATUS IS INV-FILE-STATUS.

               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD FeePlanFile.
           COPY FEEPLAN.

           FD SchoolInvoiceFile.
           COPY SCHINV.

           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           WORKING-STORAGE SECTION.
           01 PLAN-FILE-STATUS PIC XX.
               88 PLAN-FILE-OK VALUE "00".
               88 PLAN-FILE-MISSING VALUE "35".
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 TODAY PIC 9(8).
           01 INPUT-STUD-ID PIC X(6).
           01 INPUT-COUNT PIC 9(2).
           01 INPUT-FIRST-DUE PIC 9(8).
           01 INPUT-CONFIRM PIC X(1).

           01 PLAN-ON-FILE PIC X.
               88 PLAN-IS-ON-FILE VALUE "Y".
           01 PAID-TO-APPLY PIC 9(7)V99.
           01 INVOICES-RELEASED PIC 9(3).
           01 OPEN-ARREARS PIC 9(7)V99.
           01 OPEN-INVOICES PIC 9(3).
           01 PLAN-TOTAL PIC 9(7)V99.
           01 BASE-AMOUNT PIC 9(7)V99.
           01 INV-EOF PIC X.
           01 INV-MODE PIC X.
               88 INV-MODE-COUNT VALUE "C".
               88 INV-MODE-MARK  VALUE "M".

           01 DUE-WORK.
               02 DW-YEAR  PIC 9(4).
               02 DW-MONTH PIC 9(2).
               02 DW-DAY   PIC 9(2).
           01 DUE-WORK-DATE REDEFINES DUE-WORK PIC 9(8).
           01 INST-INDEX PIC 9(2).

           01 AMOUNT-ED PIC Z(6)9.99.
           01 STATUS-TEXT PIC X(10).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- School Fee Payment Plans ----"
               ACCEPT TODAY FROM DATE YYYYMMDD

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "FEEPLAN" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for fee payment plans."
                   STOP RUN
               END-IF

               OPEN INPUT StudentMasterFile
               IF NOT STUD-FILE-OK
                   DISPLAY "Student master not available."
                   STOP RUN
               END-IF
               OPEN I-O SchoolInvoiceFile
               IF NOT INV-FILE-OK
                   DISPLAY "No school invoices on file."
                   CLOSE StudentMasterFile
                   STOP RUN
               END-IF
               OPEN I-O FeePlanFile
               IF PLAN-FILE-MISSING
                   OPEN OUTPUT FeePlanFile
                   CLOSE FeePlanFile
                   OPEN I-O FeePlanFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE FeePlanFile
               CLOSE SchoolInvoiceFile
               CLOSE StudentMasterFile
               DISPLAY "---- Payment Plans Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Agree payment plan         *"
               DISPLAY "* 2. Show payment plan          *"
               DISPLAY "* 3. Cancel payment plan        *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM AGREE_PLAN
                   WHEN 2
                       PERFORM SHOW_PLAN
                   WHEN 3
                       PERFORM CANCEL_PLAN
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           READ_STUDENT_PLAN SECTION.
               MOVE "N" TO PLAN-ON-FILE
               DISPLAY "Student id: "
               ACCEPT INPUT-STUD-ID
               MOVE INPUT-STUD-ID TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       DISPLAY "Student not found."
                       MOVE SPACES TO INPUT-STUD-ID
                       EXIT SECTION
               END-READ
               DISPLAY "Student: " STUD-NAME " class " STUD-CLASS
               MOVE INPUT-STUD-ID TO FP-STUD-ID
               READ FeePlanFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PLAN-ON-FILE
               END-READ.

           AGREE_PLAN SECTION.
               PERFORM READ_STUDENT_PLAN
               IF INPUT-STUD-ID = SPACES
                   EXIT SECTION
               END-IF
               IF PLAN-IS-ON-FILE
                   IF FP-IS-ACTIVE
                       DISPLAY "Student already has an active plan "
                           "- cancel it first."
                       EXIT SECTION
                   END-IF
                   IF FP-IS-BROKEN OR FP-IS-CANCELLED
                       PERFORM RELEASE_PLAN_INVOICES
                   END-IF
               END-IF

               MOVE "C" TO INV-MODE
               PERFORM SCAN_STUDENT_INVOICES
               MOVE OPEN-ARREARS TO PLAN-TOTAL
               IF PLAN-TOTAL = 0
                   DISPLAY "No arrears to put on a plan."
                   EXIT SECTION
               END-IF
               MOVE OPEN-ARREARS TO AMOUNT-ED
               DISPLAY "Unpaid invoices: " OPEN-INVOICES
                   " totalling " AMOUNT-ED
               MOVE PLAN-TOTAL TO AMOUNT-ED
               DISPLAY "Amount to schedule: " AMOUNT-ED

               DISPLAY "Number of instalments (1-12): "
               ACCEPT INPUT-COUNT
               IF INPUT-COUNT < 1 OR INPUT-COUNT > 12
                   DISPLAY "Instalments must be 1 to 12."
                   EXIT SECTION
               END-IF
               DISPLAY "First due date (YYYYMMDD): "
               ACCEPT INPUT-FIRST-DUE
               MOVE INPUT-FIRST-DUE TO DUE-WORK-DATE
               IF INPUT-FIRST-DUE < TODAY
                   OR DW-MONTH < 1 OR DW-MONTH > 12
                   OR DW-DAY < 1 OR DW-DAY > 28
                   DISPLAY "First due date must be today or later "
                       "and on day 1 to 28."
                   EXIT SECTION
               END-IF

               INITIALIZE FEE-PLAN-RECORD
               MOVE INPUT-STUD-ID TO FP-STUD-ID
               MOVE TODAY TO FP-AGREED-DATE
               MOVE CA-USER-ID TO FP-AGREED-BY
               MOVE PLAN-TOTAL TO FP-TOTAL
               MOVE 0 TO FP-PAID
               MOVE INPUT-COUNT TO FP-INST-COUNT
               MOVE 0 TO FP-MISSED
               MOVE "A" TO FP-STATUS
               DIVIDE PLAN-TOTAL BY INPUT-COUNT GIVING BASE-AMOUNT
               PERFORM SET_ONE_INSTALMENT
                   VARYING INST-INDEX FROM 1 BY 1
                   UNTIL INST-INDEX > INPUT-COUNT

               PERFORM SHOW_SCHEDULE
               DISPLAY "Agree this plan? (Y/N): "
               ACCEPT INPUT-CONFIRM
               IF INPUT-CONFIRM NOT = "Y"
                   DISPLAY "Plan not agreed."
                   EXIT SECTION
               END-IF

               MOVE "M" TO INV-MODE
               PERFORM SCAN_STUDENT_INVOICES
               IF PLAN-IS-ON-FILE
                   REWRITE FEE-PLAN-RECORD
               ELSE
                   WRITE FEE-PLAN-RECORD
               END-IF
               DISPLAY "Payment plan agreed."
               MOVE "FEEPLAN_AGREED" TO AUD-ACTION
               PERFORM AUDIT_PLAN.

           SET_ONE_INSTALMENT SECTION.
               MOVE DUE-WORK-DATE TO FP-DUE-DATE(INST-INDEX)
               IF INST-INDEX = INPUT-COUNT
                   COMPUTE FP-INST-AMOUNT(INST-INDEX) =
                       PLAN-TOTAL - BASE-AMOUNT * (INPUT-COUNT - 1)
               ELSE
                   MOVE BASE-AMOUNT TO FP-INST-AMOUNT(INST-INDEX)
               END-IF
               MOVE 0 TO FP-INST-PAID-ON(INST-INDEX)
               MOVE "D" TO FP-INST-STATUS(INST-INDEX)
               ADD 1 TO DW-MONTH
               IF DW-MONTH > 12
                   MOVE 1 TO DW-MONTH
                   ADD 1 TO DW-YEAR
               END-IF.

           SCAN_STUDENT_INVOICES SECTION.
               MOVE 0 TO OPEN-ARREARS
               MOVE 0 TO OPEN-INVOICES
               MOVE "N" TO INV-EOF
               MOVE INPUT-STUD-ID TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM SCAN_ONE_INVOICE
               UNTIL INV-EOF = "Y".

           SCAN_ONE_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = INPUT-STUD-ID
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF NOT FI-IS-OPEN
                   EXIT SECTION
               END-IF
               ADD 1 TO OPEN-INVOICES
               ADD FI-AMOUNT TO OPEN-ARREARS
               IF INV-MODE-MARK
                   MOVE "L" TO FI-STATUS
                   REWRITE SCHOOL-INVOICE-RECORD
               END-IF.

           SHOW_PLAN SECTION.
               PERFORM READ_STUDENT_PLAN
               IF INPUT-STUD-ID = SPACES
                   EXIT SECTION
               END-IF
               IF NOT PLAN-IS-ON-FILE
                   DISPLAY "No payment plan on file."
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN FP-IS-ACTIVE
                       MOVE "ACTIVE" TO STATUS-TEXT
                   WHEN FP-IS-COMPLETE
                       MOVE "COMPLETE" TO STATUS-TEXT
                   WHEN FP-IS-BROKEN
                       MOVE "BROKEN" TO STATUS-TEXT
                   WHEN OTHER
                       MOVE "CANCELLED" TO STATUS-TEXT
               END-EVALUATE
               DISPLAY "Plan agreed " FP-AGREED-DATE " by "
                   FP-AGREED-BY " - " STATUS-TEXT
               MOVE FP-PAID TO AMOUNT-ED
               DISPLAY "Paid so far: " AMOUNT-ED
                   "  missed instalments: " FP-MISSED
               PERFORM SHOW_SCHEDULE.

           SHOW_SCHEDULE SECTION.
               MOVE FP-TOTAL TO AMOUNT-ED
               DISPLAY "Plan total: " AMOUNT-ED
               DISPLAY "#  DUE DATE        AMOUNT ST PAID ON"
               PERFORM SHOW_ONE_INSTALMENT
                   VARYING INST-INDEX FROM 1 BY 1
                   UNTIL INST-INDEX > FP-INST-COUNT.

           SHOW_ONE_INSTALMENT SECTION.
               MOVE FP-INST-AMOUNT(INST-INDEX) TO AMOUNT-ED
               DISPLAY INST-INDEX " " FP-DUE-DATE(INST-INDEX) " "
                   AMOUNT-ED "  " FP-INST-STATUS(INST-INDEX) " "
                   FP-INST-PAID-ON(INST-INDEX).

           CANCEL_PLAN SECTION.
               PERFORM READ_STUDENT_PLAN
               IF INPUT-STUD-ID = SPACES
                   EXIT SECTION
               END-IF
               IF NOT PLAN-IS-ON-FILE OR NOT FP-IS-ACTIVE
                   DISPLAY "No active payment plan to cancel."
                   EXIT SECTION
               END-IF
               DISPLAY "Cancel this plan? (Y/N): "
               ACCEPT INPUT-CONFIRM
               IF INPUT-CONFIRM NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE "X" TO FP-STATUS
               REWRITE FEE-PLAN-RECORD
               PERFORM RELEASE_PLAN_INVOICES
               DISPLAY "Payment plan cancelled - " INVOICES-RELEASED
                   " invoice(s) back to open."
               MOVE "FEEPLAN_CANCELLED" TO AUD-ACTION
               PERFORM AUDIT_PLAN.

           RELEASE_PLAN_INVOICES SECTION.
               MOVE FP-PAID TO PAID-TO-APPLY
               MOVE 0 TO INVOICES-RELEASED
               MOVE "N" TO INV-EOF
               MOVE FP-STUD-ID TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM RELEASE_ONE_INVOICE
               UNTIL INV-EOF = "Y".

           RELEASE_ONE_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = FP-STUD-ID
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF NOT FI-IS-IN-PLAN
                   EXIT SECTION
               END-IF
               IF FI-AMOUNT NOT > PAID-TO-APPLY
                   SUBTRACT FI-AMOUNT FROM PAID-TO-APPLY
                   MOVE "P" TO FI-STATUS
                   MOVE TODAY TO FI-PAID-DATE
               ELSE
                   SUBTRACT PAID-TO-APPLY FROM FI-AMOUNT
                   MOVE 0 TO PAID-TO-APPLY
                   MOVE "O" TO FI-STATUS
                   ADD 1 TO INVOICES-RELEASED
               END-IF
               REWRITE SCHOOL-INVOICE-RECORD.

           AUDIT_PLAN SECTION.
               MOVE "FEEPLAN" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE FP-TOTAL TO AMOUNT-ED
               INITIALIZE AUD-DETAIL
               STRING "student " FP-STUD-ID " total " AMOUNT-ED
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
