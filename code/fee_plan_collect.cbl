           IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-PLAN-COLLECT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FeePlanFile ASSIGN TO "FEEPLAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-STUD-ID
                   FILE STATUS IS PLAN-FILE-STATUS.

               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT SchoolInvoiceFile ASSIGN TO "SCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FI-KEY
                   FILE STATUS IS INV-FILE-STATUS.

               SELECT AccountMasterFile ASSIGN TO "ACCTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCT-NUMBER
                   FILE STATUS IS ACCT-FILE-STATUS.

               SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PlanReportFile ASSIGN TO "FEEPLANRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD FeePlanFile.
           COPY FEEPLAN.

           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD SchoolInvoiceFile.
           COPY SCHINV.

           FD AccountMasterFile.
           COPY ACCTMAST.

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).

           FD PlanReportFile.
           01 PLAN-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
           01 AJ-IMAGE PIC X(80).

           01 PLAN-FILE-STATUS PIC XX.
               88 PLAN-FILE-OK VALUE "00".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
           01 ACCT-FILE-STATUS PIC XX.
               88 ACCT-FILE-OK VALUE "00".
               88 ACCT-FILE-EOF VALUE "10".
           01 PLAN-EOF PIC X VALUE "N".
           01 INV-EOF PIC X.
           01 PAID-TO-APPLY PIC 9(7)V99.

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
               02 TL-ACCOUNT   PIC X(6).
               02 TL-TYPE      PIC X(10).
               02 TL-AMOUNT    PIC S9(7)V99.
               02 TL-BALANCE   PIC S9(7)V99.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 GRACE-DAYS PIC 9(3) VALUE 5.
           01 BREAK-AFTER PIC 9(2) VALUE 2.
           01 GRACE-LIMIT PIC 9(8).
           01 DATE-INT PIC 9(8).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 AVAILABLE-BALANCE PIC S9(7)V99.
           01 PAY-ACCOUNT PIC X(6).
           01 ACCOUNT-FOUND PIC X.
               88 ACCOUNT-IS-FOUND VALUE "Y".
           01 ACCOUNT-LOOKED-UP PIC X.
               88 ACCOUNT-IS-LOOKED-UP VALUE "Y".
           01 INST-INDEX PIC 9(2).
           01 UNPAID-LEFT PIC 9(2).
           01 PLAN-CHANGED PIC X.
               88 PLAN-HAS-CHANGED VALUE "Y".

           01 PLANS-ACTIVE PIC 9(5) VALUE 0.
           01 INSTALMENTS-COLLECTED PIC 9(5) VALUE 0.
           01 INSTALMENTS-MISSED PIC 9(5) VALUE 0.
           01 PLANS-COMPLETED PIC 9(5) VALUE 0.
           01 PLANS-BROKEN PIC 9(5) VALUE 0.
           01 AMOUNT-COLLECTED PIC 9(9)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(6)9.99.
           01 TOTAL-ED PIC Z(8)9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Fee Payment Plan Collection ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_PARAMETERS
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - GRACE-DAYS
               COMPUTE GRACE-LIMIT = FUNCTION DATE-OF-INTEGER(DATE-INT)

               OPEN I-O FeePlanFile
               IF NOT PLAN-FILE-OK
                   DISPLAY "No fee payment plans on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN INPUT StudentMasterFile
               OPEN I-O SchoolInvoiceFile
               OPEN I-O AccountMasterFile
               OPEN EXTEND TransactionLogFile
               OPEN OUTPUT PlanReportFile

               INITIALIZE REPORT-TEXT
               STRING "---- Fee Payment Plans " RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE

               MOVE LOW-VALUES TO FP-STUD-ID
               START FeePlanFile KEY IS NOT LESS THAN FP-STUD-ID
                   INVALID KEY
                       MOVE "Y" TO PLAN-EOF
               END-START
               PERFORM PROCESS_ONE_PLAN
               UNTIL PLAN-EOF = "Y"

               MOVE SPACES TO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE
               MOVE AMOUNT-COLLECTED TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Active " PLANS-ACTIVE "  collected "
                   INSTALMENTS-COLLECTED " (" TOTAL-ED ")  missed "
                   INSTALMENTS-MISSED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Completed " PLANS-COMPLETED "  broken "
                   PLANS-BROKEN
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE

               CLOSE FeePlanFile
               CLOSE StudentMasterFile
               CLOSE SchoolInvoiceFile
               CLOSE AccountMasterFile
               CLOSE TransactionLogFile
               CLOSE PlanReportFile

               DISPLAY "Active plans         : " PLANS-ACTIVE
               DISPLAY "Instalments collected: "
                   INSTALMENTS-COLLECTED
               DISPLAY "Instalments missed   : " INSTALMENTS-MISSED
               DISPLAY "Plans completed      : " PLANS-COMPLETED
               DISPLAY "Plans broken         : " PLANS-BROKEN
               IF PLANS-BROKEN > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE INSTALMENTS-COLLECTED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Fee Payment Plan Collection Complete ----"
               GOBACK.

           LOAD_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "FEEPLANGRACE" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE NOT < 0
                   MOVE PARM-VALUE TO GRACE-DAYS
               END-IF
               MOVE "FEEPLANMISS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO BREAK-AFTER
               END-IF.

           PROCESS_ONE_PLAN SECTION.
               READ FeePlanFile NEXT RECORD
                   AT END
                       MOVE "Y" TO PLAN-EOF
                       EXIT SECTION
               END-READ
               IF NOT FP-IS-ACTIVE
                   EXIT SECTION
               END-IF
               ADD 1 TO PLANS-ACTIVE
               MOVE "N" TO PLAN-CHANGED
               MOVE "N" TO ACCOUNT-LOOKED-UP
               MOVE "N" TO ACCOUNT-FOUND
               MOVE FP-STUD-ID TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       MOVE SPACES TO STUD-CUST-ID
                       MOVE "(student not on file)" TO STUD-NAME
               END-READ

               PERFORM PROCESS_ONE_INSTALMENT
                   VARYING INST-INDEX FROM 1 BY 1
                   UNTIL INST-INDEX > FP-INST-COUNT

               MOVE 0 TO UNPAID-LEFT
               PERFORM COUNT_ONE_UNPAID
                   VARYING INST-INDEX FROM 1 BY 1
                   UNTIL INST-INDEX > FP-INST-COUNT
               IF UNPAID-LEFT = 0
                   MOVE "C" TO FP-STATUS
                   MOVE "Y" TO PLAN-CHANGED
                   ADD 1 TO PLANS-COMPLETED
                   PERFORM SETTLE_PLAN_INVOICES
                   MOVE "COMPLETE" TO REPORT-TEXT
                   PERFORM WRITE_PLAN_LINE
               ELSE
                   IF FP-MISSED NOT < BREAK-AFTER
                       MOVE "B" TO FP-STATUS
                       MOVE "Y" TO PLAN-CHANGED
                       ADD 1 TO PLANS-BROKEN
                       MOVE "BROKEN" TO REPORT-TEXT
                       PERFORM WRITE_PLAN_LINE
                       PERFORM RAISE_BROKEN_ALERT
                       PERFORM RELEASE_PLAN_INVOICES
                   END-IF
               END-IF

               IF PLAN-HAS-CHANGED
                   REWRITE FEE-PLAN-RECORD
               END-IF.

           PROCESS_ONE_INSTALMENT SECTION.
               IF FP-INST-IS-PAID(INST-INDEX)
                   OR FP-DUE-DATE(INST-INDEX) > RUN-DATE
                   EXIT SECTION
               END-IF
               IF NOT ACCOUNT-IS-LOOKED-UP
                   PERFORM FIND_LINKED_ACCOUNT
                   MOVE "Y" TO ACCOUNT-LOOKED-UP
               END-IF
               IF ACCOUNT-IS-FOUND
                   COMPUTE AVAILABLE-BALANCE =
                       ACCT-BALANCE - ACCT-HELD-AMOUNT
                   IF NOT ACCT-IS-BLOCKED AND NOT ACCT-IS-DORMANT
                       AND FP-INST-AMOUNT(INST-INDEX)
                           NOT > AVAILABLE-BALANCE
                       PERFORM COLLECT_INSTALMENT
                       EXIT SECTION
                   END-IF
               END-IF
               IF FP-INST-IS-DUE(INST-INDEX)
                   AND FP-DUE-DATE(INST-INDEX) < GRACE-LIMIT
                   MOVE "M" TO FP-INST-STATUS(INST-INDEX)
                   ADD 1 TO FP-MISSED
                   ADD 1 TO INSTALMENTS-MISSED
                   MOVE "Y" TO PLAN-CHANGED
                   MOVE "MISSED" TO REPORT-TEXT
                   PERFORM WRITE_PLAN_LINE
               END-IF.

           COLLECT_INSTALMENT SECTION.
               SUBTRACT FP-INST-AMOUNT(INST-INDEX) FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE ACCT-NUMBER TO TL-ACCOUNT
               MOVE "FEEPLAN" TO TL-TYPE
               MOVE FP-INST-AMOUNT(INST-INDEX) TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               MOVE "P" TO FP-INST-STATUS(INST-INDEX)
               MOVE RUN-DATE TO FP-INST-PAID-ON(INST-INDEX)
               ADD FP-INST-AMOUNT(INST-INDEX) TO FP-PAID
               ADD FP-INST-AMOUNT(INST-INDEX) TO AMOUNT-COLLECTED
               ADD 1 TO INSTALMENTS-COLLECTED
               MOVE "Y" TO PLAN-CHANGED
               MOVE "COLLECTED" TO REPORT-TEXT
               PERFORM WRITE_PLAN_LINE.

           COUNT_ONE_UNPAID SECTION.
               IF NOT FP-INST-IS-PAID(INST-INDEX)
                   ADD 1 TO UNPAID-LEFT
               END-IF.

           WRITE_PLAN_LINE SECTION.
               MOVE SPACES TO PLAN-REPORT-LINE
               STRING REPORT-TEXT DELIMITED BY SPACE
                   INTO PLAN-REPORT-LINE
               MOVE FP-STUD-ID TO PLAN-REPORT-LINE(12:6)
               MOVE STUD-NAME TO PLAN-REPORT-LINE(19:20)
               EVALUATE REPORT-TEXT
                   WHEN "COMPLETE"
                       MOVE "total" TO PLAN-REPORT-LINE(40:)
                       MOVE FP-TOTAL TO AMOUNT-ED
                   WHEN "BROKEN"
                       MOVE "balance" TO PLAN-REPORT-LINE(40:)
                       COMPUTE AMOUNT-ED = FP-TOTAL - FP-PAID
                   WHEN OTHER
                       MOVE FP-DUE-DATE(INST-INDEX)
                           TO PLAN-REPORT-LINE(40:8)
                       MOVE FP-INST-AMOUNT(INST-INDEX) TO AMOUNT-ED
               END-EVALUATE
               MOVE AMOUNT-ED TO PLAN-REPORT-LINE(49:10)
               WRITE PLAN-REPORT-LINE.

           RAISE_BROKEN_ALERT SECTION.
               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "FEEPLAN" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "fee payment plan broken - student " FP-STUD-ID
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.

           SETTLE_PLAN_INVOICES SECTION.
               MOVE "N" TO INV-EOF
               MOVE FP-STUD-ID TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM SETTLE_ONE_INVOICE
               UNTIL INV-EOF = "Y".

           SETTLE_ONE_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = FP-STUD-ID
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF FI-IS-IN-PLAN
                   MOVE "P" TO FI-STATUS
                   MOVE RUN-DATE TO FI-PAID-DATE
                   REWRITE SCHOOL-INVOICE-RECORD
               END-IF.

           RELEASE_PLAN_INVOICES SECTION.
               MOVE FP-PAID TO PAID-TO-APPLY
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
                   MOVE RUN-DATE TO FI-PAID-DATE
               ELSE
                   SUBTRACT PAID-TO-APPLY FROM FI-AMOUNT
                   MOVE 0 TO PAID-TO-APPLY
                   MOVE "O" TO FI-STATUS
               END-IF
               REWRITE SCHOOL-INVOICE-RECORD.

           FIND_LINKED_ACCOUNT SECTION.
               MOVE "N" TO ACCOUNT-FOUND
               IF STUD-CUST-ID = SPACES
                   EXIT SECTION
               END-IF
               MOVE LOW-VALUES TO ACCT-NUMBER
               START AccountMasterFile KEY IS NOT LESS THAN
                   ACCT-NUMBER
                   INVALID KEY
                       EXIT SECTION
               END-START
               PERFORM SCAN_ONE_ACCOUNT
               UNTIL ACCOUNT-IS-FOUND OR ACCT-FILE-EOF
               IF ACCOUNT-IS-FOUND
                   MOVE PAY-ACCOUNT TO ACCT-NUMBER
                   READ AccountMasterFile
                       INVALID KEY
                           MOVE "N" TO ACCOUNT-FOUND
                   END-READ
               END-IF.

           SCAN_ONE_ACCOUNT SECTION.
               READ AccountMasterFile NEXT RECORD
                   AT END
                       SET ACCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF ACCT-CUST-ID = STUD-CUST-ID
                           AND ACCT-IS-CHECKING
                           MOVE "Y" TO ACCOUNT-FOUND
                           MOVE ACCT-NUMBER TO PAY-ACCOUNT
                       END-IF
               END-READ.
