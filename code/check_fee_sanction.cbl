           IDENTIFICATION DIVISION.
           PROGRAM-ID. CHECK-FEE-SANCTION.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SchoolInvoiceFile ASSIGN TO "SCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FI-KEY
                   FILE STATUS IS INV-FILE-STATUS.

               SELECT FeePlanFile ASSIGN TO "FEEPLAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-STUD-ID
                   FILE STATUS IS PLAN-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SchoolInvoiceFile.
           COPY SCHINV.

           FD FeePlanFile.
           COPY FEEPLAN.

           WORKING-STORAGE SECTION.
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
           01 PLAN-FILE-STATUS PIC XX.
               88 PLAN-FILE-OK VALUE "00".
           01 INV-EOF PIC X.
           01 PLAN-BALANCE PIC 9(7)V99.
           01 IN-PLAN-COUNT PIC 9(3).

           01 SANCTION-DAYS PIC 9(4) VALUE 60.
           01 OLDEST-RAISED PIC 9(8).
           01 ARREARS-AGE PIC S9(6).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           LINKAGE SECTION.
           01 FS-STUD-ID  PIC X(6).
           01 FS-ASOF     PIC 9(8).
           01 FS-HELD     PIC X(1).
               88 FS-IS-HELD VALUE "Y".
           01 FS-ARREARS  PIC 9(7)V99.

           PROCEDURE DIVISION USING FS-STUD-ID, FS-ASOF, FS-HELD,
               FS-ARREARS.
           MAIN SECTION.
               MOVE "N" TO FS-HELD
               MOVE 0 TO FS-ARREARS

               MOVE FS-ASOF TO PARM-ASOF
               MOVE "FEESANCTDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   IF PARM-VALUE NOT > 0
                       GOBACK
                   END-IF
                   MOVE PARM-VALUE TO SANCTION-DAYS
               END-IF

               MOVE 0 TO PLAN-BALANCE
               OPEN INPUT FeePlanFile
               IF PLAN-FILE-OK
                   MOVE FS-STUD-ID TO FP-STUD-ID
                   READ FeePlanFile
                       INVALID KEY
                           MOVE SPACE TO FP-STATUS
                   END-READ
                   CLOSE FeePlanFile
                   IF FP-IS-ACTIVE
                       GOBACK
                   END-IF
                   IF FP-IS-BROKEN OR FP-IS-CANCELLED
                       COMPUTE PLAN-BALANCE = FP-TOTAL - FP-PAID
                   END-IF
               END-IF

               OPEN INPUT SchoolInvoiceFile
               IF NOT INV-FILE-OK
                   GOBACK
               END-IF
               MOVE 99999999 TO OLDEST-RAISED
               MOVE 0 TO IN-PLAN-COUNT
               MOVE "N" TO INV-EOF
               MOVE FS-STUD-ID TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM CHECK_ONE_INVOICE
               UNTIL INV-EOF = "Y"
               CLOSE SchoolInvoiceFile

               IF IN-PLAN-COUNT > 0
                   ADD PLAN-BALANCE TO FS-ARREARS
               END-IF
               IF FS-ARREARS = 0 OR OLDEST-RAISED = 99999999
                   GOBACK
               END-IF
               COMPUTE ARREARS-AGE =
                   FUNCTION INTEGER-OF-DATE(FS-ASOF)
                   - FUNCTION INTEGER-OF-DATE(OLDEST-RAISED)
               IF ARREARS-AGE NOT < SANCTION-DAYS
                   MOVE "Y" TO FS-HELD
               END-IF
               GOBACK.

           CHECK_ONE_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = FS-STUD-ID
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF FI-IS-OPEN OR FI-IS-IN-PLAN
                   IF FI-IS-OPEN
                       ADD FI-AMOUNT TO FS-ARREARS
                   ELSE
                       ADD 1 TO IN-PLAN-COUNT
                   END-IF
                   IF FI-RAISED-DATE < OLDEST-RAISED
                       MOVE FI-RAISED-DATE TO OLDEST-RAISED
                   END-IF
               END-IF.
