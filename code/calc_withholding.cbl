           IDENTIFICATION DIVISION.
           PROGRAM-ID. CALC-WITHHOLDING.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CustomerTaxFile ASSIGN TO "CUSTTAX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTX-CUST-ID
                   FILE STATUS IS CTX-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD CustomerTaxFile.
           COPY CUSTTAX.

           WORKING-STORAGE SECTION.
           01 CTX-FILE-STATUS PIC XX.
               88 CTX-FILE-OK VALUE "00".

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           LINKAGE SECTION.
           01 WH-CUST-ID PIC X(6).
           01 WH-DATE    PIC 9(8).
           01 WH-GROSS   PIC 9(7)V99.
           01 WH-RATE    PIC 9(2)V99.
           01 WH-BASIS   PIC X(1).
           01 WH-TAX     PIC 9(7)V99.

           PROCEDURE DIVISION USING WH-CUST-ID, WH-DATE, WH-GROSS,
               WH-RATE, WH-BASIS, WH-TAX.
           MAIN SECTION.
               MOVE "WHTRATE" TO PARM-ID
               MOVE WH-DATE TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                   PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO WH-RATE
               ELSE
                   MOVE 20.00 TO WH-RATE
               END-IF
               MOVE "S" TO WH-BASIS

               OPEN INPUT CustomerTaxFile
               IF CTX-FILE-OK
                   MOVE WH-CUST-ID TO CTX-CUST-ID
                   READ CustomerTaxFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM APPLY_TAX_STATUS
                   END-READ
                   CLOSE CustomerTaxFile
               END-IF

               COMPUTE WH-TAX ROUNDED = WH-GROSS * WH-RATE / 100
               GOBACK.

           APPLY_TAX_STATUS SECTION.
               IF CTX-EXPIRY < WH-DATE
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN CTX-IS-EXEMPT
                       MOVE 0 TO WH-RATE
                       MOVE "E" TO WH-BASIS
                   WHEN CTX-IS-NON-RESIDENT
                       MOVE CTX-RATE TO WH-RATE
                       MOVE "N" TO WH-BASIS
               END-EVALUATE.
