           IDENTIFICATION DIVISION.
           PROGRAM-ID. ASSET-DEPRECIATION.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FixedAssetFile ASSIGN TO "FIXASSET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FA-ID
                   FILE STATUS IS ASSET-FILE-STATUS.

               SELECT PeriodControlFile ASSIGN TO "PERIODCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-PERIOD
                   FILE STATUS IS PERIOD-FILE-STATUS.

               SELECT GlJournalFile ASSIGN TO "GLJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT GlBalanceFile ASSIGN TO "GLBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLB-CODE
                   FILE STATUS IS GLBAL-FILE-STATUS.

               SELECT DepnReportFile ASSIGN TO "DEPNRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD FixedAssetFile.
           COPY FIXASSET.

           FD PeriodControlFile.
           01 PERIOD-CONTROL-RECORD.
               02 PC-PERIOD      PIC 9(6).
               02 PC-STATUS      PIC X(1).
                   88 PC-IS-OPEN   VALUE "O".
                   88 PC-IS-CLOSED VALUE "C".
               02 PC-CLOSED-DATE PIC 9(8).

           FD GlJournalFile.
           01 GlJournalLine.
               02 GJ-DATE   PIC 9(8).
               02 GJ-SEQ    PIC 9(3).
               02 GJ-CODE   PIC X(4).
               02 GJ-SIDE   PIC X(1).
               02 GJ-AMOUNT PIC 9(9)V99.
               02 GJ-DESC   PIC X(30).

           FD GlBalanceFile.
           01 GL-BALANCE-RECORD.
               02 GLB-CODE    PIC X(4).
               02 GLB-BALANCE PIC S9(11)V99.

           FD DepnReportFile.
           01 DEPN-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 ASSET-FILE-STATUS PIC XX.
               88 ASSET-FILE-OK VALUE "00".
               88 ASSET-FILE-EOF VALUE "10".
           01 PERIOD-FILE-STATUS PIC XX.
               88 PERIOD-FILE-OK VALUE "00".
           01 GLBAL-FILE-STATUS PIC XX.
               88 GLBAL-FILE-OK VALUE "00".
               88 GLBAL-FILE-MISSING VALUE "35".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(7).
           01 POST-DATE PIC 9(8).

           01 CLASS-CODE-VALUES.
               02 FILLER PIC X(16) VALUE "1500159055004600".
               02 FILLER PIC X(16) VALUE "1510159155104610".
               02 FILLER PIC X(16) VALUE "1520159255204620".
           01 CLASS-CODE-TABLE REDEFINES CLASS-CODE-VALUES.
               02 CLASS-CODES OCCURS 3 TIMES.
                   03 CC-COST     PIC X(4).
                   03 CC-ACCUM    PIC X(4).
                   03 CC-DEPN     PIC X(4).
                   03 CC-DISPOSAL PIC X(4).
           01 CLASS-NAME-VALUES.
               02 FILLER PIC X(16) VALUE "terminals".
               02 FILLER PIC X(16) VALUE "fittings".
               02 FILLER PIC X(16) VALUE "school equipment".
           01 CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
               02 CLASS-NAME PIC X(16) OCCURS 3 TIMES.
           01 CLASS-TOTALS.
               02 CLASS-DEPN PIC 9(9)V99 OCCURS 3 TIMES.
           01 CLASS-INDEX PIC 9(1).

           01 PERIOD-WORK.
               02 PW-YEAR  PIC 9(4).
               02 PW-MONTH PIC 9(2).
           01 PERIOD-WORK-N REDEFINES PERIOD-WORK PIC 9(6).
           01 CATCH-PERIOD PIC 9(6).
           01 CATCH-TOTAL PIC 9(9)V99.
           01 DEPN-AMOUNT PIC 9(9)V99.
           01 NET-BOOK-VALUE PIC S9(9)V99.
           01 GRAND-TOTAL PIC 9(9)V99 VALUE 0.
           01 POST-AMOUNT PIC 9(9)V99.
           01 JOURNAL-SEQ PIC 9(3) VALUE 0.
           01 ASSETS-DEPRECIATED PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 AMOUNT-ED PIC Z(8)9.99.
           01 NBV-ED PIC -(9)9.99.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Monthly Asset Depreciation ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START) - 1
               COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE PERIOD-END(1:6) TO PERIOD-MONTH
               DISPLAY "Depreciating to period " PERIOD-MONTH
               INITIALIZE CLASS-TOTALS

               MOVE PERIOD-END TO POST-DATE
               OPEN INPUT PeriodControlFile
               IF PERIOD-FILE-OK
                   MOVE PERIOD-MONTH TO PC-PERIOD
                   READ PeriodControlFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-IS-CLOSED
                               MOVE RUN-DATE TO POST-DATE
                           END-IF
                   END-READ
                   CLOSE PeriodControlFile
               END-IF

               OPEN I-O FixedAssetFile
               IF NOT ASSET-FILE-OK
                   DISPLAY "No fixed assets on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN OUTPUT DepnReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Asset Depreciation for " PERIOD-MONTH
                   " posted " POST-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPN-REPORT-LINE
               WRITE DEPN-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "ASSET ID  DESCRIPTION           FROM   TO"
                   "           CHARGE       NET BOOK"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPN-REPORT-LINE
               WRITE DEPN-REPORT-LINE

               MOVE LOW-VALUES TO FA-ID
               START FixedAssetFile KEY IS NOT LESS THAN FA-ID
                   INVALID KEY
                       SET ASSET-FILE-EOF TO TRUE
               END-START
               PERFORM DEPRECIATE_ASSET
               UNTIL ASSET-FILE-EOF
               CLOSE FixedAssetFile

               PERFORM OPEN_GL_FILES
               PERFORM POST_CLASS_TOTAL
                   VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX > 3
               CLOSE GlJournalFile
               CLOSE GlBalanceFile

               MOVE GRAND-TOTAL TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Assets depreciated: " ASSETS-DEPRECIATED
                   "   total charge " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPN-REPORT-LINE
               WRITE DEPN-REPORT-LINE
               CLOSE DepnReportFile
               DISPLAY REPORT-TEXT

               MOVE ASSETS-DEPRECIATED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Monthly Asset Depreciation Complete ----"
               GOBACK.

           DEPRECIATE_ASSET SECTION.
               READ FixedAssetFile NEXT RECORD
                   AT END
                       SET ASSET-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT FA-IS-ACTIVE
                   OR FA-LAST-PERIOD >= PERIOD-MONTH
                   EXIT SECTION
               END-IF

               IF FA-LAST-PERIOD = 0
                   MOVE FA-ACQ-DATE(1:6) TO CATCH-PERIOD
               ELSE
                   MOVE FA-LAST-PERIOD TO PERIOD-WORK-N
                   PERFORM NEXT_PERIOD
                   MOVE PERIOD-WORK-N TO CATCH-PERIOD
               END-IF
               MOVE CATCH-PERIOD TO PERIOD-START
               MOVE 0 TO CATCH-TOTAL
               PERFORM CATCH_UP_MONTH
               UNTIL CATCH-PERIOD > PERIOD-MONTH
               REWRITE FIXED-ASSET-RECORD
               IF CATCH-TOTAL = 0
                   EXIT SECTION
               END-IF

               EVALUATE TRUE
                   WHEN FA-IS-TERMINAL
                       MOVE 1 TO CLASS-INDEX
                   WHEN FA-IS-FITTING
                       MOVE 2 TO CLASS-INDEX
                   WHEN OTHER
                       MOVE 3 TO CLASS-INDEX
               END-EVALUATE
               ADD CATCH-TOTAL TO CLASS-DEPN(CLASS-INDEX)
               ADD CATCH-TOTAL TO GRAND-TOTAL
               ADD 1 TO ASSETS-DEPRECIATED

               COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPN
               MOVE CATCH-TOTAL TO AMOUNT-ED
               MOVE NET-BOOK-VALUE TO NBV-ED
               INITIALIZE REPORT-TEXT
               STRING FA-ID "  " FA-DESC(1:20) "  "
                   PERIOD-START(1:6) " " PERIOD-MONTH " "
                   AMOUNT-ED " " NBV-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPN-REPORT-LINE
               WRITE DEPN-REPORT-LINE.

           CATCH_UP_MONTH SECTION.
               CALL "CALC-ASSET-DEPN" USING FA-COST, FA-SALVAGE,
                   FA-ACQ-DATE, FA-LIFE-MONTHS, FA-METHOD, FA-RATE,
                   FA-ACCUM-DEPN, CATCH-PERIOD, DEPN-AMOUNT
               ADD DEPN-AMOUNT TO FA-ACCUM-DEPN
               ADD DEPN-AMOUNT TO CATCH-TOTAL
               MOVE CATCH-PERIOD TO FA-LAST-PERIOD
               MOVE CATCH-PERIOD TO PERIOD-WORK-N
               PERFORM NEXT_PERIOD
               MOVE PERIOD-WORK-N TO CATCH-PERIOD.

           NEXT_PERIOD SECTION.
               IF PW-MONTH >= 12
                   ADD 1 TO PW-YEAR
                   MOVE 1 TO PW-MONTH
               ELSE
                   ADD 1 TO PW-MONTH
               END-IF.

           OPEN_GL_FILES SECTION.
               OPEN EXTEND GlJournalFile
               OPEN I-O GlBalanceFile
               IF GLBAL-FILE-MISSING
                   OPEN OUTPUT GlBalanceFile
                   CLOSE GlBalanceFile
                   OPEN I-O GlBalanceFile
               END-IF.

           POST_CLASS_TOTAL SECTION.
               IF CLASS-DEPN(CLASS-INDEX) = 0
                   EXIT SECTION
               END-IF
               MOVE CLASS-DEPN(CLASS-INDEX) TO POST-AMOUNT
               MOVE CC-DEPN(CLASS-INDEX) TO GJ-CODE
               MOVE "D" TO GJ-SIDE
               MOVE SPACES TO GJ-DESC
               STRING "depreciation " CLASS-NAME(CLASS-INDEX)
                   DELIMITED BY SIZE INTO GJ-DESC
               PERFORM WRITE_JOURNAL_LINE
               MOVE CC-ACCUM(CLASS-INDEX) TO GJ-CODE
               MOVE "C" TO GJ-SIDE
               PERFORM WRITE_JOURNAL_LINE

               MOVE POST-AMOUNT TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Posted " CC-DEPN(CLASS-INDEX) "/"
                   CC-ACCUM(CLASS-INDEX) " "
                   CLASS-NAME(CLASS-INDEX) " " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPN-REPORT-LINE
               WRITE DEPN-REPORT-LINE.

           WRITE_JOURNAL_LINE SECTION.
               ADD 1 TO JOURNAL-SEQ
               MOVE POST-DATE TO GJ-DATE
               MOVE JOURNAL-SEQ TO GJ-SEQ
               MOVE POST-AMOUNT TO GJ-AMOUNT
               WRITE GlJournalLine
               PERFORM UPDATE_GL_BALANCE.

           UPDATE_GL_BALANCE SECTION.
               MOVE GJ-CODE TO GLB-CODE
               READ GlBalanceFile
                   INVALID KEY
                       MOVE GJ-CODE TO GLB-CODE
                       MOVE 0 TO GLB-BALANCE
                       WRITE GL-BALANCE-RECORD
               END-READ
               IF GJ-SIDE = "D"
                   ADD GJ-AMOUNT TO GLB-BALANCE
               ELSE
                   SUBTRACT GJ-AMOUNT FROM GLB-BALANCE
               END-IF
               REWRITE GL-BALANCE-RECORD.
