           IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSFER-TRANSIT-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TransferOrderFile ASSIGN TO "TRFORDER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRF-KEY
                   FILE STATUS IS TRF-FILE-STATUS.

               SELECT TransitReportFile ASSIGN TO "TRFAGING"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD TransferOrderFile.
           COPY TRFORDER.

           FD TransitReportFile.
           01 TRANSIT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 TRF-FILE-STATUS PIC XX.
               88 TRF-FILE-OK VALUE "00".
               88 TRF-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 TRANSIT-LIMIT-DAYS PIC 9(3) VALUE 3.
           01 DAYS-IN-TRANSIT PIC S9(5).
           01 LINES-IN-TRANSIT PIC 9(5) VALUE 0.
           01 LINES-OVERDUE PIC 9(5) VALUE 0.
           01 LINE-VALUE PIC 9(9)V99.
           01 OVERDUE-VALUE PIC 9(9)V99 VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 QTY-ED PIC Z(4)9.
           01 DAYS-ED PIC Z(4)9.
           01 VALUE-ED PIC Z(8)9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Transfers In Transit Report ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "TRFTRANSDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO TRANSIT-LIMIT-DAYS
               END-IF

               OPEN INPUT TransferOrderFile
               IF NOT TRF-FILE-OK
                   DISPLAY "No transfer orders on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN OUTPUT TransitReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Transfers In Transit Over "
                   TRANSIT-LIMIT-DAYS " Days " RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TRANSIT-LINE
               WRITE TRANSIT-LINE
               MOVE "FROM TO  TRANSFER     ITEM         QTY"
                   TO TRANSIT-LINE
               MOVE "        VALUE  DAYS" TO TRANSIT-LINE(40:)
               WRITE TRANSIT-LINE

               MOVE LOW-VALUES TO TRF-KEY
               START TransferOrderFile KEY IS NOT LESS THAN TRF-KEY
                   INVALID KEY
                       SET TRF-FILE-EOF TO TRUE
               END-START
               PERFORM CHECK_ONE_TRANSFER_LINE
                   UNTIL TRF-FILE-EOF
               CLOSE TransferOrderFile

               INITIALIZE REPORT-TEXT
               MOVE LINES-OVERDUE TO QTY-ED
               MOVE OVERDUE-VALUE TO VALUE-ED
               STRING "Lines overdue: " QTY-ED
                   "   value at cost: " VALUE-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TRANSIT-LINE
               WRITE TRANSIT-LINE
               CLOSE TransitReportFile

               DISPLAY "Lines in transit: " LINES-IN-TRANSIT
               DISPLAY "Lines overdue:    " LINES-OVERDUE

               IF LINES-OVERDUE > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "TRFAGING" TO ALERT-SOURCE
                   MOVE "stock transfers overdue in transit"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE LINES-OVERDUE TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Transfers In Transit Report Complete ----"
               GOBACK.

           CHECK_ONE_TRANSFER_LINE SECTION.
               READ TransferOrderFile NEXT RECORD
                   AT END
                       SET TRF-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT TRF-IS-IN-TRANSIT
                   EXIT SECTION
               END-IF
               ADD 1 TO LINES-IN-TRANSIT

               COMPUTE DAYS-IN-TRANSIT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(TRF-SENT-DATE)
               IF DAYS-IN-TRANSIT <= TRANSIT-LIMIT-DAYS
                   EXIT SECTION
               END-IF

               ADD 1 TO LINES-OVERDUE
               COMPUTE LINE-VALUE = TRF-QTY-SENT * TRF-UNIT-COST
               ADD LINE-VALUE TO OVERDUE-VALUE
               MOVE TRF-QTY-SENT TO QTY-ED
               MOVE DAYS-IN-TRANSIT TO DAYS-ED
               MOVE LINE-VALUE TO VALUE-ED
               INITIALIZE REPORT-TEXT
               STRING TRF-FROM-STORE "  " TRF-TO-STORE " "
                   TRF-ID " " TRF-ITEM " " QTY-ED " "
                   VALUE-ED " " DAYS-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TRANSIT-LINE
               WRITE TRANSIT-LINE
               DISPLAY REPORT-TEXT.
