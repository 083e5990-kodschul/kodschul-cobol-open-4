               SELECT PayableListFile ASSIGN TO "PAYBLIST"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PayablesGlFile ASSIGN TO "APGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APGL-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SupplierInvoiceFile.
               02 IS-SUPP-ID   PIC X(6).
               02 IS-ORDER-QTY PIC 9(5).
               02 IS-UNIT-COST PIC 9(4)V99.
               02 IS-LEAD-DAYS PIC 9(3).

           FD DiscrepancyFile.
           01 DISCREPANCY-LINE PIC X(80).
               02 PL-DUE-DATE PIC 9(8).
               02 PL-AMOUNT   PIC 9(9)V99.

           FD PayablesGlFile.
           01 PayablesGlLine.
               02 AG-DATE      PIC 9(8).
               02 AG-TYPE      PIC X(4).
               02 AG-REFERENCE PIC X(14).
               02 AG-AMOUNT    PIC 9(9)V99.

           WORKING-STORAGE SECTION.
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
               88 PO-FILE-OK VALUE "00".
           01 LINK-FILE-STATUS PIC XX.
               88 LINK-FILE-OK VALUE "00".
           01 APGL-FILE-STATUS PIC XX.
               88 APGL-FILE-OK VALUE "00".
           01 PO-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 PO-TABLE.
               02 PO-COUNT PIC 9(4) VALUE 0.
               02 PO-ENTRY OCCURS 500 TIMES.
           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Invoice Three-Way Matching ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               PERFORM LOAD_TOLERANCES
               PERFORM LOAD_ORDERS
               OPEN INPUT ItemSupplierFile
               OPEN EXTEND DiscrepancyFile
               OPEN EXTEND PayableListFile
               OPEN EXTEND PayablesGlFile
               IF NOT APGL-FILE-OK
                   OPEN OUTPUT PayablesGlFile
               END-IF

               MOVE LOW-VALUES TO SI-KEY
               START SupplierInvoiceFile KEY IS NOT LESS THAN
               CLOSE ItemSupplierFile
               CLOSE DiscrepancyFile
               CLOSE PayableListFile
               CLOSE PayablesGlFile

               DISPLAY "Lines approved: " LINES-APPROVED
               DISPLAY "Lines queued  : " LINES-QUEUED
               COMPUTE PL-DUE-DATE = FUNCTION
                   DATE-OF-INTEGER(DUE-INT)
               MOVE LINE-AMOUNT TO PL-AMOUNT
               WRITE PayableListLine

               MOVE RUN-DATE TO AG-DATE
               MOVE "INVC" TO AG-TYPE
               INITIALIZE AG-REFERENCE
               STRING SI-INV-NO SI-LINE
                   DELIMITED BY SIZE INTO AG-REFERENCE
               MOVE LINE-AMOUNT TO AG-AMOUNT
               WRITE PayablesGlLine.
