           IDENTIFICATION DIVISION.
           PROGRAM-ID. BILLER-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BillerMasterFile ASSIGN TO "BILLMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BL-CODE
                   FILE STATUS IS BILLER-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BillerMasterFile.
           COPY BILLMAST.

           WORKING-STORAGE SECTION.
           01 BILLER-FILE-STATUS PIC XX.
               88 BILLER-FILE-OK VALUE "00".
               88 BILLER-FILE-MISSING VALUE "35".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 CHOICE PIC 9.
           01 INPUT-BILLER PIC X(6).
           01 INPUT-NAME PIC X(20).
           01 INPUT-FORMAT PIC X(12).
           01 INPUT-RULE PIC X(1).
           01 INPUT-KIND PIC X(1).
           01 INPUT-REFERENCE PIC X(12).
           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 LIST-EOF PIC X VALUE "N".

           01 BR-VALID PIC X(1).
               88 BR-IS-VALID VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Biller Maintenance ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "BILLERS" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for biller maintenance."
                   STOP RUN
               END-IF

               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN I-O BillerMasterFile
               IF BILLER-FILE-MISSING
                   OPEN OUTPUT BillerMasterFile
                   CLOSE BillerMasterFile
                   OPEN I-O BillerMasterFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE BillerMasterFile
               DISPLAY "---- Biller Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Register biller            *"
               DISPLAY "* 2. Close biller               *"
               DISPLAY "* 3. List billers               *"
               DISPLAY "* 4. Test a reference           *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM REGISTER_BILLER
                   WHEN 2
                       PERFORM CLOSE_BILLER
                   WHEN 3
                       PERFORM LIST_BILLERS
                   WHEN 4
                       PERFORM TEST_REFERENCE
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           REGISTER_BILLER SECTION.
               DISPLAY "Biller code (6 chars): "
               ACCEPT INPUT-BILLER
               IF INPUT-BILLER = SPACES
                   DISPLAY "Biller code is required."
                   EXIT SECTION
               END-IF
               MOVE INPUT-BILLER TO BL-CODE
               READ BillerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Biller already registered."
                       EXIT SECTION
               END-READ

               DISPLAY "Biller name (20 chars): "
               ACCEPT INPUT-NAME
               DISPLAY "Biller kind - (U)tility or (S)chool: "
               ACCEPT INPUT-KIND
               IF INPUT-KIND NOT = "U" AND INPUT-KIND NOT = "S"
                   DISPLAY "Biller kind must be U or S."
                   EXIT SECTION
               END-IF

               IF INPUT-KIND = "S"
                   MOVE "XXXXXX999999" TO INPUT-FORMAT
                   MOVE "N" TO INPUT-RULE
                   DISPLAY "School billers take the student id "
                       "and invoice month (YYYYMM) as reference."
               ELSE
                   DISPLAY "Reference format - 9 digit, A letter, "
                       "X any (e.g. 99999999): "
                   ACCEPT INPUT-FORMAT
                   IF INPUT-FORMAT = SPACES
                       DISPLAY "Reference format is required."
                       EXIT SECTION
                   END-IF
                   DISPLAY "Check digit - (N)one, (L)uhn mod 10, "
                       "(M)od 11: "
                   ACCEPT INPUT-RULE
                   IF INPUT-RULE NOT = "N" AND INPUT-RULE NOT = "L"
                       AND INPUT-RULE NOT = "M"
                       DISPLAY "Check digit rule must be N, L or M."
                       EXIT SECTION
                   END-IF
               END-IF

               MOVE INPUT-BILLER TO BL-CODE
               MOVE INPUT-NAME TO BL-NAME
               MOVE INPUT-FORMAT TO BL-REF-FORMAT
               MOVE INPUT-RULE TO BL-CHECK-RULE
               MOVE INPUT-KIND TO BL-KIND
               MOVE "A" TO BL-STATUS
               MOVE RUN-DATE TO BL-OPENED-DATE
               WRITE BILLER-RECORD
                   INVALID KEY
                       DISPLAY "Biller could not be written."
                   NOT INVALID KEY
                       DISPLAY "Biller registered."
                       MOVE "BILLER_ADDED" TO AUD-ACTION
                       PERFORM AUDIT_BILLER
               END-WRITE.

           CLOSE_BILLER SECTION.
               DISPLAY "Biller code to close: "
               ACCEPT INPUT-BILLER
               MOVE INPUT-BILLER TO BL-CODE
               READ BillerMasterFile
                   INVALID KEY
                       DISPLAY "Biller not found."
                   NOT INVALID KEY
                       MOVE "X" TO BL-STATUS
                       REWRITE BILLER-RECORD
                       DISPLAY "Biller closed."
                       MOVE "BILLER_CLOSED" TO AUD-ACTION
                       PERFORM AUDIT_BILLER
               END-READ.

           LIST_BILLERS SECTION.
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO BL-CODE
               START BillerMasterFile KEY IS NOT LESS THAN
                   BL-CODE
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START

               DISPLAY "CODE   NAME                 K C FORMAT"
                   "       STAT"
               PERFORM LIST_ONE_BILLER
               UNTIL LIST-EOF = "Y".

           LIST_ONE_BILLER SECTION.
               READ BillerMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       DISPLAY BL-CODE " " BL-NAME " " BL-KIND " "
                           BL-CHECK-RULE " " BL-REF-FORMAT " "
                           BL-STATUS
               END-READ.

           TEST_REFERENCE SECTION.
               DISPLAY "Biller code: "
               ACCEPT INPUT-BILLER
               MOVE INPUT-BILLER TO BL-CODE
               READ BillerMasterFile
                   INVALID KEY
                       DISPLAY "Biller not found."
                       EXIT SECTION
               END-READ
               DISPLAY "Customer reference: "
               ACCEPT INPUT-REFERENCE
               CALL "BILL-REF-CHECK" USING BL-REF-FORMAT,
                   BL-CHECK-RULE, INPUT-REFERENCE, BR-VALID
               IF BR-IS-VALID
                   DISPLAY "Reference is valid for " BL-NAME
               ELSE
                   DISPLAY "Reference is NOT valid for " BL-NAME
               END-IF.

           AUDIT_BILLER SECTION.
               MOVE "BILLERS" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE INPUT-BILLER TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
