           IDENTIFICATION DIVISION.
           PROGRAM-ID. VOID-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VoidLogFile ASSIGN TO "VOIDLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VOID-FILE-STATUS.

               SELECT ReceiptRegistryFile ASSIGN TO "RCPTREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCP-KEY
                   FILE STATUS IS RCPT-FILE-STATUS.

               SELECT VoidReportFile ASSIGN TO "VOIDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD VoidLogFile.
           COPY VOIDLOG.

           FD ReceiptRegistryFile.
           01 RECEIPT-REGISTRY-RECORD.
               02 RCP-KEY.
                   03 RCP-STORE PIC X(3).
                   03 RCP-DATE  PIC 9(8).
                   03 RCP-SEQ   PIC 9(4).
                   03 RCP-LINE  PIC 9(3).
               02 RCP-ITEM     PIC X(10).
               02 RCP-QTY      PIC 99.
               02 RCP-PAID     PIC 9(5)V99.
               02 RCP-REFUNDED PIC 99.
               02 RCP-TENDER   PIC X(10).
               02 RCP-CUST-ID  PIC X(6).
               02 RCP-CATEGORY PIC X(1).

           FD VoidReportFile.
           01 VOID-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 VOID-FILE-STATUS PIC XX.
               88 VOID-FILE-OK VALUE "00".
               88 VOID-FILE-EOF VALUE "10".
           01 RCPT-FILE-STATUS PIC XX.
               88 RCPT-FILE-OK VALUE "00".
               88 RCPT-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 VOID-RATE-LIMIT PIC 9(3)V99 VALUE 5.00.

           01 CASHIER-TABLE.
               02 CASHIER-COUNT PIC 9(3) VALUE 0.
               02 CASHIER-ENTRY OCCURS 100 TIMES.
                   03 VC-CASHIER     PIC X(10).
                   03 VC-RECEIPTS    PIC 9(5).
                   03 VC-LINE-VOIDS  PIC 9(5).
                   03 VC-LINE-VALUE  PIC 9(7)V99.
                   03 VC-POST-VOIDS  PIC 9(5).
                   03 VC-POST-VALUE  PIC 9(7)V99.
           01 CASHIER-INDEX PIC 9(3).
           01 CASHIER-SLOT PIC 9(3).
           01 FIND-CASHIER PIC X(10).

           01 VOID-RATE PIC 9(3)V99.
           01 VOIDS-ON-FILE PIC 9(7) VALUE 0.
           01 CASHIERS-FLAGGED PIC 9(3) VALUE 0.
           01 TOTAL-RECEIPTS PIC 9(7) VALUE 0.
           01 TOTAL-LINE-VOIDS PIC 9(7) VALUE 0.
           01 TOTAL-POST-VOIDS PIC 9(7) VALUE 0.
           01 TOTAL-VOID-VALUE PIC 9(9)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 COUNT-ED PIC Z(4)9.
           01 COUNT-ED2 PIC Z(4)9.
           01 COUNT-ED3 PIC Z(4)9.
           01 VALUE-ED PIC Z(6)9.99.
           01 VALUE-ED2 PIC Z(6)9.99.
           01 RATE-ED PIC ZZ9.99.
           01 FLAG-TEXT PIC X(8).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Register Void Report ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "VOIDRATEPCT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO VOID-RATE-LIMIT
               END-IF

               OPEN INPUT VoidLogFile
               IF VOID-FILE-OK
                   PERFORM TALLY_ONE_VOID
                       UNTIL VOID-FILE-EOF
                   CLOSE VoidLogFile
               END-IF

               OPEN INPUT ReceiptRegistryFile
               IF RCPT-FILE-OK
                   MOVE LOW-VALUES TO RCP-KEY
                   START ReceiptRegistryFile KEY IS NOT LESS THAN
                       RCP-KEY
                       INVALID KEY
                           SET RCPT-FILE-EOF TO TRUE
                   END-START
                   PERFORM TALLY_ONE_RECEIPT
                       UNTIL RCPT-FILE-EOF
                   CLOSE ReceiptRegistryFile
               END-IF

               OPEN OUTPUT VoidReportFile
               INITIALIZE REPORT-TEXT
               MOVE VOID-RATE-LIMIT TO RATE-ED
               STRING "---- Register Voids " RUN-DATE
                   "  (flag over " RATE-ED " per 100 receipts) ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO VOID-REPORT-LINE
               WRITE VOID-REPORT-LINE
               MOVE "CASHIER    RECEIPTS LINE-VOIDS      VALUE"
                   TO VOID-REPORT-LINE
               MOVE " POST-VOIDS      VALUE   RATE"
                   TO VOID-REPORT-LINE(42:)
               WRITE VOID-REPORT-LINE

               PERFORM REPORT_ONE_CASHIER
                   VARYING CASHIER-INDEX FROM 1 BY 1
                   UNTIL CASHIER-INDEX > CASHIER-COUNT

               INITIALIZE REPORT-TEXT
               MOVE TOTAL-RECEIPTS TO COUNT-ED
               MOVE TOTAL-LINE-VOIDS TO COUNT-ED2
               MOVE TOTAL-POST-VOIDS TO COUNT-ED3
               STRING "Receipts: " COUNT-ED "  line voids: "
                   COUNT-ED2 "  post-voids: " COUNT-ED3
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO VOID-REPORT-LINE
               WRITE VOID-REPORT-LINE
               INITIALIZE REPORT-TEXT
               MOVE TOTAL-VOID-VALUE TO VALUE-ED
               MOVE CASHIERS-FLAGGED TO COUNT-ED
               STRING "Value voided: " VALUE-ED
                   "  cashiers flagged: " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO VOID-REPORT-LINE
               WRITE VOID-REPORT-LINE
               CLOSE VoidReportFile

               DISPLAY "Voids on file:    " VOIDS-ON-FILE
               DISPLAY "Cashiers flagged: " CASHIERS-FLAGGED

               IF CASHIERS-FLAGGED > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "VOIDRPT" TO ALERT-SOURCE
                   MOVE "unusual register void rates - see VOIDRPT"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE VOIDS-ON-FILE TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Register Void Report Complete ----"
               GOBACK.

           TALLY_ONE_VOID SECTION.
               READ VoidLogFile
                   AT END
                       SET VOID-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF VL-DATE NOT = RUN-DATE
                   EXIT SECTION
               END-IF
               MOVE VL-CASHIER TO FIND-CASHIER
               PERFORM FIND_CASHIER_SLOT
               IF CASHIER-SLOT = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO VOIDS-ON-FILE
               IF VL-IS-POST-VOID
                   ADD 1 TO VC-POST-VOIDS(CASHIER-SLOT)
                   ADD VL-VALUE TO VC-POST-VALUE(CASHIER-SLOT)
               ELSE
                   ADD 1 TO VC-LINE-VOIDS(CASHIER-SLOT)
                   ADD VL-VALUE TO VC-LINE-VALUE(CASHIER-SLOT)
               END-IF.

           TALLY_ONE_RECEIPT SECTION.
               READ ReceiptRegistryFile NEXT RECORD
                   AT END
                       SET RCPT-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF RCP-DATE NOT = RUN-DATE OR RCP-LINE NOT = 0
                   EXIT SECTION
               END-IF
               MOVE RCP-TENDER TO FIND-CASHIER
               PERFORM FIND_CASHIER_SLOT
               IF CASHIER-SLOT > 0
                   ADD 1 TO VC-RECEIPTS(CASHIER-SLOT)
               END-IF.

           FIND_CASHIER_SLOT SECTION.
               MOVE 0 TO CASHIER-SLOT
               PERFORM MATCH_CASHIER_SLOT
                   VARYING CASHIER-INDEX FROM 1 BY 1
                   UNTIL CASHIER-INDEX > CASHIER-COUNT
                   OR CASHIER-SLOT > 0
               IF CASHIER-SLOT > 0
                   EXIT SECTION
               END-IF
               IF CASHIER-COUNT NOT < 100
                   DISPLAY "Cashier table full - skipped: "
                       FIND-CASHIER
                   EXIT SECTION
               END-IF
               ADD 1 TO CASHIER-COUNT
               MOVE CASHIER-COUNT TO CASHIER-SLOT
               MOVE FIND-CASHIER TO VC-CASHIER(CASHIER-SLOT)
               MOVE 0 TO VC-RECEIPTS(CASHIER-SLOT)
               MOVE 0 TO VC-LINE-VOIDS(CASHIER-SLOT)
               MOVE 0 TO VC-LINE-VALUE(CASHIER-SLOT)
               MOVE 0 TO VC-POST-VOIDS(CASHIER-SLOT)
               MOVE 0 TO VC-POST-VALUE(CASHIER-SLOT).

           MATCH_CASHIER_SLOT SECTION.
               IF VC-CASHIER(CASHIER-INDEX) = FIND-CASHIER
                   MOVE CASHIER-INDEX TO CASHIER-SLOT
               END-IF.

           REPORT_ONE_CASHIER SECTION.
               ADD VC-RECEIPTS(CASHIER-INDEX) TO TOTAL-RECEIPTS
               ADD VC-LINE-VOIDS(CASHIER-INDEX) TO TOTAL-LINE-VOIDS
               ADD VC-POST-VOIDS(CASHIER-INDEX) TO TOTAL-POST-VOIDS
               ADD VC-LINE-VALUE(CASHIER-INDEX) TO TOTAL-VOID-VALUE
               ADD VC-POST-VALUE(CASHIER-INDEX) TO TOTAL-VOID-VALUE

               MOVE SPACES TO FLAG-TEXT
               IF VC-RECEIPTS(CASHIER-INDEX) = 0
                   MOVE 0 TO VOID-RATE
                   IF VC-LINE-VOIDS(CASHIER-INDEX)
                       + VC-POST-VOIDS(CASHIER-INDEX) > 0
                       MOVE 999.99 TO VOID-RATE
                   END-IF
               ELSE
                   COMPUTE VOID-RATE ROUNDED =
                       (VC-LINE-VOIDS(CASHIER-INDEX)
                       + VC-POST-VOIDS(CASHIER-INDEX)) * 100
                       / VC-RECEIPTS(CASHIER-INDEX)
                       ON SIZE ERROR
                           MOVE 999.99 TO VOID-RATE
                   END-COMPUTE
               END-IF
               IF VOID-RATE > VOID-RATE-LIMIT
                   MOVE "UNUSUAL" TO FLAG-TEXT
                   ADD 1 TO CASHIERS-FLAGGED
               END-IF

               MOVE VC-RECEIPTS(CASHIER-INDEX) TO COUNT-ED
               MOVE VC-LINE-VOIDS(CASHIER-INDEX) TO COUNT-ED2
               MOVE VC-LINE-VALUE(CASHIER-INDEX) TO VALUE-ED
               MOVE VC-POST-VOIDS(CASHIER-INDEX) TO COUNT-ED3
               MOVE VC-POST-VALUE(CASHIER-INDEX) TO VALUE-ED2
               MOVE VOID-RATE TO RATE-ED
               INITIALIZE REPORT-TEXT
               STRING VC-CASHIER(CASHIER-INDEX) "   " COUNT-ED
                   "      " COUNT-ED2 " " VALUE-ED "      "
                   COUNT-ED3 " " VALUE-ED2 " " RATE-ED " "
                   FLAG-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO VOID-REPORT-LINE
               WRITE VOID-REPORT-LINE
               IF FLAG-TEXT NOT = SPACES
                   DISPLAY REPORT-TEXT
               END-IF.
