           IDENTIFICATION DIVISION.
           PROGRAM-ID. CUST-TAX-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CustomerTaxFile ASSIGN TO "CUSTTAX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTX-CUST-ID
                   FILE STATUS IS CTX-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD CustomerTaxFile.
           COPY CUSTTAX.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           WORKING-STORAGE SECTION.
           01 CTX-FILE-STATUS PIC XX.
               88 CTX-FILE-OK VALUE "00".
               88 CTX-FILE-EOF VALUE "10".
               88 CTX-FILE-MISSING VALUE "35".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 CUSTOMERS-ON PIC X VALUE "N".
               88 CUSTOMERS-ARE-ON VALUE "Y".

           01 TODAY PIC 9(8).
           01 CHOICE PIC 9 VALUE 0.
           01 INPUT-CUST-ID PIC X(6).
           01 INPUT-STATUS PIC X(1).
           01 INPUT-RATE PIC 9(2)V99.
           01 INPUT-COUNTRY PIC X(2).
           01 INPUT-CERT-REF PIC X(12).
           01 INPUT-EXPIRY PIC 9(8).
           01 CONFIRM PIC X(1).
           01 RECORD-EXISTS PIC X(1).
               88 RECORD-IS-NEW VALUE "N".
           01 LISTED-COUNT PIC 9(5).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 STANDARD-RATE PIC 9(2)V99.

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
               DISPLAY "---- Customer Tax Status ----"
               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "TAXSTATUS" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for tax status."
                   STOP RUN
               END-IF
               ACCEPT TODAY FROM DATE YYYYMMDD

               MOVE "WHTRATE" TO PARM-ID
               MOVE TODAY TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                   PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO STANDARD-RATE
               ELSE
                   MOVE 20.00 TO STANDARD-RATE
               END-IF
               DISPLAY "Standard withholding rate " STANDARD-RATE "%"

               OPEN I-O CustomerTaxFile
               IF CTX-FILE-MISSING
                   OPEN OUTPUT CustomerTaxFile
                   CLOSE CustomerTaxFile
                   OPEN I-O CustomerTaxFile
               END-IF
               OPEN INPUT CustomerMasterFile
               IF CUST-FILE-OK
                   MOVE "Y" TO CUSTOMERS-ON
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE CustomerTaxFile
               IF CUSTOMERS-ARE-ON
                   CLOSE CustomerMasterFile
               END-IF
               DISPLAY "---- Customer Tax Status Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Record tax status          *"
               DISPLAY "* 2. Return to standard rate    *"
               DISPLAY "* 3. Enquire on customer        *"
               DISPLAY "* 4. List expired certificates  *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM RECORD_TAX_STATUS
                   WHEN 2
                       PERFORM REMOVE_TAX_STATUS
                   WHEN 3
                       PERFORM ENQUIRE_TAX_STATUS
                   WHEN 4
                       PERFORM LIST_EXPIRED
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           RECORD_TAX_STATUS SECTION.
               DISPLAY "Customer id: "
               ACCEPT INPUT-CUST-ID
               IF INPUT-CUST-ID = SPACES
                   EXIT SECTION
               END-IF
               IF CUSTOMERS-ARE-ON
                   MOVE INPUT-CUST-ID TO CUST-ID
                   READ CustomerMasterFile
                       INVALID KEY
                           DISPLAY "Customer not on file."
                           EXIT SECTION
                   END-READ
                   DISPLAY "  " CUST-NAME
               END-IF

               MOVE "Y" TO RECORD-EXISTS
               MOVE INPUT-CUST-ID TO CTX-CUST-ID
               READ CustomerTaxFile
                   INVALID KEY
                       MOVE "N" TO RECORD-EXISTS
                   NOT INVALID KEY
                       PERFORM SHOW_TAX_STATUS
               END-READ

               DISPLAY "(E)xempt or (N)on-resident: "
               ACCEPT INPUT-STATUS
               MOVE 0 TO INPUT-RATE
               MOVE SPACES TO INPUT-COUNTRY
               EVALUATE INPUT-STATUS
                   WHEN "E"
                       CONTINUE
                   WHEN "N"
                       DISPLAY "Country of residence (2 letters): "
                       ACCEPT INPUT-COUNTRY
                       DISPLAY "Treaty withholding rate %: "
                       ACCEPT INPUT-RATE
                       IF INPUT-RATE > STANDARD-RATE
                           DISPLAY "Treaty rate cannot exceed the "
                               "standard rate."
                           EXIT SECTION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Answer E or N - status unchanged."
                       EXIT SECTION
               END-EVALUATE
               DISPLAY "Certificate / declaration reference: "
               ACCEPT INPUT-CERT-REF
               IF INPUT-CERT-REF = SPACES
                   DISPLAY "A certificate reference is required."
                   EXIT SECTION
               END-IF
               DISPLAY "Valid until (YYYYMMDD): "
               ACCEPT INPUT-EXPIRY
               IF INPUT-EXPIRY NOT > TODAY
                   DISPLAY "Expiry must be after today."
                   EXIT SECTION
               END-IF

               IF RECORD-IS-NEW
                   INITIALIZE CUSTOMER-TAX-RECORD
                   MOVE INPUT-CUST-ID TO CTX-CUST-ID
               END-IF
               MOVE INPUT-STATUS TO CTX-STATUS
               MOVE INPUT-RATE TO CTX-RATE
               MOVE INPUT-COUNTRY TO CTX-COUNTRY
               MOVE INPUT-CERT-REF TO CTX-CERT-REF
               MOVE INPUT-EXPIRY TO CTX-EXPIRY
               MOVE TODAY TO CTX-UPDATED
               IF RECORD-IS-NEW
                   WRITE CUSTOMER-TAX-RECORD
                       INVALID KEY
                           DISPLAY "Tax status could not be written."
                           EXIT SECTION
                   END-WRITE
               ELSE
                   REWRITE CUSTOMER-TAX-RECORD
               END-IF
               DISPLAY "Tax status recorded for " CTX-CUST-ID "."
               MOVE "TAX_STATUS_SET" TO AUD-ACTION
               PERFORM AUDIT_TAX_STATUS.

           REMOVE_TAX_STATUS SECTION.
               DISPLAY "Customer id: "
               ACCEPT INPUT-CUST-ID
               MOVE INPUT-CUST-ID TO CTX-CUST-ID
               READ CustomerTaxFile
                   INVALID KEY
                       DISPLAY "Customer already pays the standard "
                           "rate."
                       EXIT SECTION
               END-READ
               PERFORM SHOW_TAX_STATUS
               DISPLAY "Withhold at the standard rate from now? "
                   "(Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   EXIT SECTION
               END-IF
               DELETE CustomerTaxFile
                   INVALID KEY
                       DISPLAY "Tax status could not be removed."
                       EXIT SECTION
               END-DELETE
               DISPLAY "Customer " INPUT-CUST-ID
                   " returned to the standard rate."
               MOVE "TAX_STATUS_REMOVED" TO AUD-ACTION
               PERFORM AUDIT_TAX_STATUS.

           ENQUIRE_TAX_STATUS SECTION.
               DISPLAY "Customer id: "
               ACCEPT INPUT-CUST-ID
               MOVE INPUT-CUST-ID TO CTX-CUST-ID
               READ CustomerTaxFile
                   INVALID KEY
                       DISPLAY "No certificate held - standard rate "
                           STANDARD-RATE "%."
                       EXIT SECTION
               END-READ
               PERFORM SHOW_TAX_STATUS.

           SHOW_TAX_STATUS SECTION.
               DISPLAY "Customer " CTX-CUST-ID "  status " CTX-STATUS
                   "  certificate " CTX-CERT-REF
               IF CTX-IS-NON-RESIDENT
                   DISPLAY "  Non-resident (" CTX-COUNTRY ") at "
                       CTX-RATE "%"
               ELSE
                   DISPLAY "  Exempt from withholding"
               END-IF
               IF CTX-EXPIRY < TODAY
                   DISPLAY "  EXPIRED " CTX-EXPIRY
                       " - standard rate applies"
               ELSE
                   DISPLAY "  Valid until " CTX-EXPIRY
               END-IF.

           LIST_EXPIRED SECTION.
               MOVE 0 TO LISTED-COUNT
               MOVE LOW-VALUES TO CTX-CUST-ID
               START CustomerTaxFile KEY IS NOT LESS THAN CTX-CUST-ID
                   INVALID KEY
                       SET CTX-FILE-EOF TO TRUE
               END-START
               PERFORM LIST_ONE_EXPIRED
               UNTIL CTX-FILE-EOF
               DISPLAY LISTED-COUNT " expired certificate(s)."
               MOVE "00" TO CTX-FILE-STATUS.

           LIST_ONE_EXPIRED SECTION.
               READ CustomerTaxFile NEXT RECORD
                   AT END
                       SET CTX-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF CTX-EXPIRY < TODAY
                   DISPLAY "  " CTX-CUST-ID "  " CTX-STATUS "  "
                       CTX-CERT-REF "  expired " CTX-EXPIRY
                   ADD 1 TO LISTED-COUNT
               END-IF.

           AUDIT_TAX_STATUS SECTION.
               MOVE "TAXSTATUS" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING INPUT-CUST-ID " " INPUT-STATUS " "
                   INPUT-CERT-REF
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
