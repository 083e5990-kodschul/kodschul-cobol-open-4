           IDENTIFICATION DIVISION.
           PROGRAM-ID. FIN-STATEMENTS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GlBalanceFile ASSIGN TO "GLBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLB-CODE
                   FILE STATUS IS GLBAL-FILE-STATUS.

               SELECT GlChartFile ASSIGN TO "GLCHART"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLC-CODE
                   FILE STATUS IS CHART-FILE-STATUS.

               SELECT StatementMapFile ASSIGN TO "STMTMAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-CODE
                   FILE STATUS IS MAP-FILE-STATUS.

               SELECT GlJournalFile ASSIGN TO "GLJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JRNL-FILE-STATUS.

               SELECT FinStatementFile ASSIGN TO "FINSTMT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD GlBalanceFile.
           01 GL-BALANCE-RECORD.
               02 GLB-CODE    PIC X(4).
               02 GLB-BALANCE PIC S9(11)V99.

           FD GlChartFile.
           01 GL-CHART-RECORD.
               02 GLC-CODE PIC X(4).
               02 GLC-NAME PIC X(20).
               02 GLC-TYPE PIC X(1).

           FD StatementMapFile.
           COPY STMTMAP.

           FD GlJournalFile.
           01 GlJournalLine.
               02 GJ-DATE   PIC 9(8).
               02 GJ-SEQ    PIC 9(3).
               02 GJ-CODE   PIC X(4).
               02 GJ-SIDE   PIC X(1).
               02 GJ-AMOUNT PIC 9(9)V99.
               02 GJ-DESC   PIC X(30).

           FD FinStatementFile.
           01 FIN-STMT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 GLBAL-FILE-STATUS PIC XX.
               88 GLBAL-FILE-OK VALUE "00".
           01 GLBAL-EOF PIC X VALUE "N".
           01 CHART-FILE-STATUS PIC XX.
               88 CHART-FILE-OK VALUE "00".
           01 CHART-ON PIC X VALUE "N".
               88 CHART-IS-ON VALUE "Y".
           01 MAP-FILE-STATUS PIC XX.
               88 MAP-FILE-OK VALUE "00".
           01 MAP-ON PIC X VALUE "N".
               88 MAP-IS-ON VALUE "Y".
           01 JRNL-FILE-STATUS PIC XX.
               88 JRNL-FILE-OK VALUE "00".
           01 JRNL-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-MONTH PIC 9(6).
           01 PERIOD-START PIC 9(8).
           01 PERIOD-END PIC 9(8).
           01 END-INT PIC 9(8).
           01 PERIOD-YEAR PIC 9(4).
           01 YEAR-START PIC 9(8).
           01 LY-START PIC 9(8).
           01 LY-END PIC 9(8).
           01 LY-NEXT-START PIC 9(8).

           01 CODE-TABLE.
               02 CT-COUNT PIC 9(3) VALUE 0.
               02 CT-ENTRY OCCURS 100 TIMES.
                   03 CT-CODE      PIC X(4).
                   03 CT-TYPE      PIC X(1).
                   03 CT-LINE      PIC 9(2).
                   03 CT-NAME      PIC X(24).
                   03 CT-SEG       PIC 9(1).
                   03 CT-BALANCE   PIC S9(11)V99.
                   03 CT-AFTER-END PIC S9(11)V99.
                   03 CT-AFTER-LY  PIC S9(11)V99.
                   03 CT-YTD-ALL   PIC S9(11)V99.
                   03 CT-PL-PERIOD PIC S9(11)V99.
                   03 CT-PL-YTD    PIC S9(11)V99.
                   03 CT-PL-LY     PIC S9(11)V99.
           01 CT-INDEX PIC 9(3).
           01 CODE-MATCH PIC 9(3).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".
           01 UNMAPPED-COUNT PIC 9(3) VALUE 0.

           01 ROW-TABLE.
               02 RW-COUNT PIC 9(3) VALUE 0.
               02 RW-ENTRY OCCURS 100 TIMES.
                   03 RW-TYPE PIC X(1).
                   03 RW-LINE PIC 9(2).
                   03 RW-NAME PIC X(24).
                   03 RW-MEASURE OCCURS 3 TIMES.
                       04 RW-AMT OCCURS 4 TIMES PIC S9(11)V99.
           01 RW-INDEX PIC 9(3).
           01 ROW-MATCH PIC 9(3).
           01 ROW-SWAP PIC X(183).
           01 SORT-I PIC 9(3).
           01 SORT-J PIC 9(3).

           01 SIGNED-AMOUNT PIC S9(11)V99.
           01 CLOSING-ENTRY PIC X(1).
               88 IS-CLOSING-ENTRY VALUE "Y".
           01 BAL-END PIC S9(11)V99.
           01 BAL-LY PIC S9(11)V99.
           01 MEASURE-VALUES.
               02 M-VALUE OCCURS 3 TIMES PIC S9(11)V99.
           01 EARNING-VALUES.
               02 E-VALUE OCCURS 3 TIMES PIC S9(11)V99.
           01 EARNINGS-TABLE.
               02 EARN-MEASURE OCCURS 3 TIMES.
                   03 EARN-AMT OCCURS 4 TIMES PIC S9(11)V99.
           01 MX PIC 9(1).
           01 SX PIC 9(1).

           01 SECTION-TYPE PIC X(1).
           01 SECTION-TOTALS.
               02 SEC-AMT OCCURS 4 TIMES PIC S9(11)V99.
           01 FIRST-TOTALS.
               02 FIRST-AMT OCCURS 4 TIMES PIC S9(11)V99.
           01 SECOND-TOTALS.
               02 SECOND-AMT OCCURS 4 TIMES PIC S9(11)V99.
           01 LINE-AMOUNTS.
               02 LINE-AMT OCCURS 4 TIMES PIC S9(11)V99.
           01 OUT-OF-BALANCE PIC S9(11)V99 VALUE 0.
           01 DIFFERENCE-ED PIC -(11)9.99.

           01 STMT-LINE-OUT.
               02 SL-NAME PIC X(30).
               02 SL-COLUMN OCCURS 4 TIMES.
                   03 FILLER PIC X(1).
                   03 SL-AMT PIC -(11)9.99.
           01 STMT-HEADER.
               02 FILLER PIC X(30) VALUE "LINE".
               02 FILLER PIC X(16) VALUE "            BANK".
               02 FILLER PIC X(16) VALUE "           SHOPS".
               02 FILLER PIC X(16) VALUE "          SCHOOL".
               02 FILLER PIC X(16) VALUE "    CONSOLIDATED".
           01 REPORT-TEXT PIC X(100).
           01 COUNT-ED PIC ZZ9.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Monthly Financial Statements ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM SET_PERIODS
               DISPLAY "Period: " PERIOD-START " - " PERIOD-END

               OPEN INPUT GlBalanceFile
               IF NOT GLBAL-FILE-OK
                   DISPLAY "No GL balances on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT GlChartFile
               IF CHART-FILE-OK
                   MOVE "Y" TO CHART-ON
               END-IF
               OPEN INPUT StatementMapFile
               IF MAP-FILE-OK
                   MOVE "Y" TO MAP-ON
               END-IF

               PERFORM READ_ONE_BALANCE
               UNTIL GLBAL-EOF = "Y"

               CLOSE GlBalanceFile
               IF CHART-IS-ON
                   CLOSE GlChartFile
               END-IF
               IF MAP-IS-ON
                   CLOSE StatementMapFile
               END-IF

               OPEN INPUT GlJournalFile
               IF JRNL-FILE-OK
                   PERFORM READ_ONE_JOURNAL
                   UNTIL JRNL-EOF = "Y"
                   CLOSE GlJournalFile
               END-IF

               INITIALIZE EARNINGS-TABLE
               PERFORM BUILD_ONE_ROW
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > CT-COUNT
               PERFORM SORT_ROWS

               OPEN OUTPUT FinStatementFile
               PERFORM WRITE_STATEMENTS
               CLOSE FinStatementFile

               DISPLAY "GL codes reported: " CT-COUNT
               IF UNMAPPED-COUNT > 0
                   DISPLAY "GL codes without a statement mapping: "
                       UNMAPPED-COUNT
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "FINSTMT" TO ALERT-SOURCE
                   MOVE "gl codes missing from statement mapping"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF OUT-OF-BALANCE NOT = 0 OR TABLE-HAS-OVERFLOWED
                   MOVE OUT-OF-BALANCE TO DIFFERENCE-ED
                   DISPLAY "*** BALANCE SHEET DOES NOT BALANCE - "
                       "difference " DIFFERENCE-ED " ***"
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "FINSTMT" TO ALERT-SOURCE
                   MOVE "balance sheet out of balance"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE CT-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Financial Statements Complete ----"
               GOBACK.

           SET_PERIODS SECTION.
               MOVE RUN-DATE(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START) - 1
               COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE PERIOD-END(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1

               MOVE PERIOD-END(1:4) TO PERIOD-YEAR
               COMPUTE YEAR-START = PERIOD-YEAR * 10000 + 101
               COMPUTE LY-START = PERIOD-START - 10000
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-END) + 1
               COMPUTE LY-NEXT-START =
                   FUNCTION DATE-OF-INTEGER(END-INT) - 10000
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(LY-NEXT-START) - 1
               COMPUTE LY-END = FUNCTION DATE-OF-INTEGER(END-INT).

           READ_ONE_BALANCE SECTION.
               READ GlBalanceFile NEXT
                   AT END
                       MOVE "Y" TO GLBAL-EOF
                       EXIT SECTION
               END-READ
               IF CT-COUNT >= 100
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO CT-COUNT
               INITIALIZE CT-ENTRY(CT-COUNT)
               MOVE GLB-CODE TO CT-CODE(CT-COUNT)
               MOVE GLB-BALANCE TO CT-BALANCE(CT-COUNT)

               EVALUATE GLB-CODE(1:1)
                   WHEN "1"
                       MOVE "A" TO CT-TYPE(CT-COUNT)
                   WHEN "2"
                       MOVE "L" TO CT-TYPE(CT-COUNT)
                   WHEN "3"
                       MOVE "Q" TO CT-TYPE(CT-COUNT)
                   WHEN "4"
                       MOVE "I" TO CT-TYPE(CT-COUNT)
                   WHEN OTHER
                       MOVE "E" TO CT-TYPE(CT-COUNT)
               END-EVALUATE
               IF CHART-IS-ON
                   MOVE GLB-CODE TO GLC-CODE
                   READ GlChartFile
                       NOT INVALID KEY
                           MOVE GLC-TYPE TO CT-TYPE(CT-COUNT)
                   END-READ
               END-IF

               MOVE 99 TO CT-LINE(CT-COUNT)
               MOVE "Unmapped codes" TO CT-NAME(CT-COUNT)
               MOVE 4 TO CT-SEG(CT-COUNT)
               IF NOT MAP-IS-ON
                   ADD 1 TO UNMAPPED-COUNT
                   EXIT SECTION
               END-IF
               MOVE GLB-CODE TO SM-CODE
               READ StatementMapFile
                   INVALID KEY
                       ADD 1 TO UNMAPPED-COUNT
                   NOT INVALID KEY
                       MOVE SM-LINE TO CT-LINE(CT-COUNT)
                       MOVE SM-LINE-NAME TO CT-NAME(CT-COUNT)
                       EVALUATE TRUE
                           WHEN SM-IS-BANK
                               MOVE 1 TO CT-SEG(CT-COUNT)
                           WHEN SM-IS-SHOPS
                               MOVE 2 TO CT-SEG(CT-COUNT)
                           WHEN SM-IS-SCHOOL
                               MOVE 3 TO CT-SEG(CT-COUNT)
                           WHEN OTHER
                               ADD 1 TO UNMAPPED-COUNT
                       END-EVALUATE
               END-READ.

           READ_ONE_JOURNAL SECTION.
               READ GlJournalFile
                   AT END
                       MOVE "Y" TO JRNL-EOF
                       EXIT SECTION
               END-READ
               PERFORM FIND_CODE
               IF CODE-MATCH = 0
                   EXIT SECTION
               END-IF
               IF GJ-SIDE = "D"
                   MOVE GJ-AMOUNT TO SIGNED-AMOUNT
               ELSE
                   COMPUTE SIGNED-AMOUNT = GJ-AMOUNT * -1
               END-IF
               MOVE "N" TO CLOSING-ENTRY
               IF GJ-DESC = "period close to retained"
                   OR GJ-DESC = "net result for the period"
                   MOVE "Y" TO CLOSING-ENTRY
               END-IF

               IF GJ-DATE > PERIOD-END
                   ADD SIGNED-AMOUNT TO CT-AFTER-END(CODE-MATCH)
               END-IF
               IF GJ-DATE > LY-END
                   ADD SIGNED-AMOUNT TO CT-AFTER-LY(CODE-MATCH)
               END-IF
               IF GJ-DATE >= YEAR-START AND GJ-DATE <= PERIOD-END
                   ADD SIGNED-AMOUNT TO CT-YTD-ALL(CODE-MATCH)
                   IF NOT IS-CLOSING-ENTRY
                       ADD SIGNED-AMOUNT TO CT-PL-YTD(CODE-MATCH)
                   END-IF
               END-IF
               IF IS-CLOSING-ENTRY
                   EXIT SECTION
               END-IF
               IF GJ-DATE >= PERIOD-START AND GJ-DATE <= PERIOD-END
                   ADD SIGNED-AMOUNT TO CT-PL-PERIOD(CODE-MATCH)
               END-IF
               IF GJ-DATE >= LY-START AND GJ-DATE <= LY-END
                   ADD SIGNED-AMOUNT TO CT-PL-LY(CODE-MATCH)
               END-IF.

           FIND_CODE SECTION.
               MOVE 0 TO CODE-MATCH
               PERFORM CHECK_ONE_CODE
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > CT-COUNT OR CODE-MATCH > 0.

           CHECK_ONE_CODE SECTION.
               IF CT-CODE(CT-INDEX) = GJ-CODE
                   MOVE CT-INDEX TO CODE-MATCH
               END-IF.

           BUILD_ONE_ROW SECTION.
               PERFORM FIND_ROW
               IF ROW-MATCH = 0
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF

               COMPUTE BAL-END = CT-BALANCE(CT-INDEX)
                   - CT-AFTER-END(CT-INDEX)
               COMPUTE BAL-LY = CT-BALANCE(CT-INDEX)
                   - CT-AFTER-LY(CT-INDEX)
               EVALUATE CT-TYPE(CT-INDEX)
                   WHEN "A"
                       MOVE BAL-END TO M-VALUE(1)
                       MOVE CT-YTD-ALL(CT-INDEX) TO M-VALUE(2)
                       MOVE BAL-LY TO M-VALUE(3)
                   WHEN "L"
                   WHEN "Q"
                       COMPUTE M-VALUE(1) = BAL-END * -1
                       COMPUTE M-VALUE(2) = CT-YTD-ALL(CT-INDEX) * -1
                       COMPUTE M-VALUE(3) = BAL-LY * -1
                   WHEN "I"
                       COMPUTE M-VALUE(1) =
                           CT-PL-PERIOD(CT-INDEX) * -1
                       COMPUTE M-VALUE(2) = CT-PL-YTD(CT-INDEX) * -1
                       COMPUTE M-VALUE(3) = CT-PL-LY(CT-INDEX) * -1
                   WHEN OTHER
                       MOVE CT-PL-PERIOD(CT-INDEX) TO M-VALUE(1)
                       MOVE CT-PL-YTD(CT-INDEX) TO M-VALUE(2)
                       MOVE CT-PL-LY(CT-INDEX) TO M-VALUE(3)
               END-EVALUATE
               PERFORM ADD_ROW_AMOUNT
                   VARYING MX FROM 1 BY 1
                   UNTIL MX > 3

               IF CT-TYPE(CT-INDEX) = "A" OR "L" OR "Q"
                   EXIT SECTION
               END-IF
               COMPUTE E-VALUE(1) = BAL-END * -1
               COMPUTE E-VALUE(2) = CT-YTD-ALL(CT-INDEX) * -1
               COMPUTE E-VALUE(3) = BAL-LY * -1
               PERFORM ADD_EARNINGS
                   VARYING MX FROM 1 BY 1
                   UNTIL MX > 3.

           FIND_ROW SECTION.
               MOVE 0 TO ROW-MATCH
               PERFORM CHECK_ONE_ROW
                   VARYING RW-INDEX FROM 1 BY 1
                   UNTIL RW-INDEX > RW-COUNT OR ROW-MATCH > 0
               IF ROW-MATCH > 0 OR RW-COUNT >= 100
                   EXIT SECTION
               END-IF
               ADD 1 TO RW-COUNT
               MOVE RW-COUNT TO ROW-MATCH
               INITIALIZE RW-ENTRY(ROW-MATCH)
               MOVE CT-TYPE(CT-INDEX) TO RW-TYPE(ROW-MATCH)
               MOVE CT-LINE(CT-INDEX) TO RW-LINE(ROW-MATCH)
               MOVE CT-NAME(CT-INDEX) TO RW-NAME(ROW-MATCH).

           CHECK_ONE_ROW SECTION.
               IF RW-TYPE(RW-INDEX) = CT-TYPE(CT-INDEX)
                   AND RW-LINE(RW-INDEX) = CT-LINE(CT-INDEX)
                   MOVE RW-INDEX TO ROW-MATCH
               END-IF.

           ADD_ROW_AMOUNT SECTION.
               ADD M-VALUE(MX) TO
                   RW-AMT(ROW-MATCH, MX, CT-SEG(CT-INDEX))
               IF CT-SEG(CT-INDEX) < 4
                   ADD M-VALUE(MX) TO RW-AMT(ROW-MATCH, MX, 4)
               END-IF.

           ADD_EARNINGS SECTION.
               ADD E-VALUE(MX) TO EARN-AMT(MX, CT-SEG(CT-INDEX))
               IF CT-SEG(CT-INDEX) < 4
                   ADD E-VALUE(MX) TO EARN-AMT(MX, 4)
               END-IF.

           SORT_ROWS SECTION.
               PERFORM SORT_PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I >= RW-COUNT.

           SORT_PASS SECTION.
               PERFORM SORT_COMPARE
                   VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > RW-COUNT - SORT-I.

           SORT_COMPARE SECTION.
               IF RW-LINE(SORT-J) > RW-LINE(SORT-J + 1)
                   MOVE RW-ENTRY(SORT-J) TO ROW-SWAP
                   MOVE RW-ENTRY(SORT-J + 1) TO RW-ENTRY(SORT-J)
                   MOVE ROW-SWAP TO RW-ENTRY(SORT-J + 1)
               END-IF.

           WRITE_STATEMENTS SECTION.
               INITIALIZE REPORT-TEXT
               STRING "---- Financial Statements " PERIOD-START
                   " - " PERIOD-END " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE

               PERFORM WRITE_INCOME_BLOCK
                   VARYING MX FROM 1 BY 1
                   UNTIL MX > 3
               PERFORM WRITE_BALANCE_BLOCK
                   VARYING MX FROM 1 BY 1
                   UNTIL MX > 3

               MOVE SPACES TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               IF OUT-OF-BALANCE NOT = 0 OR TABLE-HAS-OVERFLOWED
                   MOVE OUT-OF-BALANCE TO DIFFERENCE-ED
                   INITIALIZE REPORT-TEXT
                   STRING "*** BALANCE SHEET DOES NOT BALANCE - "
                       "DIFFERENCE " DIFFERENCE-ED " ***"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO FIN-STMT-LINE
                   WRITE FIN-STMT-LINE
                   IF TABLE-HAS-OVERFLOWED
                       MOVE "*** TOO MANY GL CODES - STATEMENTS "
                           TO FIN-STMT-LINE
                       MOVE "INCOMPLETE ***" TO FIN-STMT-LINE(36:)
                       WRITE FIN-STMT-LINE
                   END-IF
               ELSE
                   MOVE "Balance check: assets equal liabilities "
                       TO FIN-STMT-LINE
                   MOVE "plus equity." TO FIN-STMT-LINE(41:)
                   WRITE FIN-STMT-LINE
               END-IF
               IF UNMAPPED-COUNT > 0
                   MOVE UNMAPPED-COUNT TO COUNT-ED
                   INITIALIZE REPORT-TEXT
                   STRING "NOTE: " COUNT-ED " GL codes have no "
                       "statement mapping - shown as Unmapped codes "
                       "in the consolidated column only."
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO FIN-STMT-LINE
                   WRITE FIN-STMT-LINE
               END-IF.

           WRITE_INCOME_BLOCK SECTION.
               MOVE SPACES TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               INITIALIZE REPORT-TEXT
               EVALUATE MX
                   WHEN 1
                       STRING "INCOME STATEMENT - PERIOD "
                           PERIOD-START " - " PERIOD-END
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   WHEN 2
                       STRING "INCOME STATEMENT - YEAR TO DATE "
                           YEAR-START " - " PERIOD-END
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   WHEN OTHER
                       STRING "INCOME STATEMENT - SAME PERIOD LAST "
                           "YEAR " LY-START " - " LY-END
                           DELIMITED BY SIZE INTO REPORT-TEXT
               END-EVALUATE
               MOVE REPORT-TEXT TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE STMT-HEADER TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE

               MOVE "INCOME" TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE "I" TO SECTION-TYPE
               PERFORM WRITE_SECTION_ROWS
               MOVE SECTION-TOTALS TO FIRST-TOTALS
               MOVE SECTION-TOTALS TO LINE-AMOUNTS
               MOVE "  Total income" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE

               MOVE "EXPENSES" TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE "E" TO SECTION-TYPE
               PERFORM WRITE_SECTION_ROWS
               MOVE SECTION-TOTALS TO LINE-AMOUNTS
               MOVE "  Total expenses" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE

               PERFORM COMPUTE_NET_RESULT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4
               MOVE "NET RESULT" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE.

           COMPUTE_NET_RESULT SECTION.
               COMPUTE LINE-AMT(SX) = FIRST-AMT(SX) - SEC-AMT(SX).

           WRITE_BALANCE_BLOCK SECTION.
               MOVE SPACES TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               INITIALIZE REPORT-TEXT
               EVALUATE MX
                   WHEN 1
                       STRING "BALANCE SHEET - AT " PERIOD-END
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   WHEN 2
                       STRING "BALANCE SHEET - MOVEMENT YEAR TO "
                           "DATE " YEAR-START " - " PERIOD-END
                           DELIMITED BY SIZE INTO REPORT-TEXT
                   WHEN OTHER
                       STRING "BALANCE SHEET - AT " LY-END
                           " (SAME DATE LAST YEAR)"
                           DELIMITED BY SIZE INTO REPORT-TEXT
               END-EVALUATE
               MOVE REPORT-TEXT TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE STMT-HEADER TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE

               MOVE "ASSETS" TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE "A" TO SECTION-TYPE
               PERFORM WRITE_SECTION_ROWS
               MOVE SECTION-TOTALS TO FIRST-TOTALS
               MOVE SECTION-TOTALS TO LINE-AMOUNTS
               MOVE "  Total assets" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE

               MOVE "LIABILITIES" TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE "L" TO SECTION-TYPE
               PERFORM WRITE_SECTION_ROWS
               MOVE SECTION-TOTALS TO SECOND-TOTALS
               MOVE SECTION-TOTALS TO LINE-AMOUNTS
               MOVE "  Total liabilities" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE

               MOVE "EQUITY" TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE
               MOVE "Q" TO SECTION-TYPE
               PERFORM WRITE_SECTION_ROWS
               PERFORM ADD_EARNINGS_LINE
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4
               MOVE "  Current year earnings" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE
               MOVE SECTION-TOTALS TO LINE-AMOUNTS
               MOVE "  Total equity" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE

               PERFORM ADD_LIABILITIES_EQUITY
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4
               MOVE "TOTAL LIABILITIES AND EQUITY" TO SL-NAME
               PERFORM WRITE_AMOUNT_LINE

               IF MX = 1
                   COMPUTE OUT-OF-BALANCE = FIRST-AMT(4)
                       - LINE-AMT(4)
               END-IF.

           ADD_EARNINGS_LINE SECTION.
               MOVE EARN-AMT(MX, SX) TO LINE-AMT(SX)
               ADD EARN-AMT(MX, SX) TO SEC-AMT(SX).

           ADD_LIABILITIES_EQUITY SECTION.
               COMPUTE LINE-AMT(SX) = SECOND-AMT(SX) + SEC-AMT(SX).

           WRITE_SECTION_ROWS SECTION.
               INITIALIZE SECTION-TOTALS
               PERFORM WRITE_ONE_ROW
                   VARYING RW-INDEX FROM 1 BY 1
                   UNTIL RW-INDEX > RW-COUNT.

           WRITE_ONE_ROW SECTION.
               IF RW-TYPE(RW-INDEX) NOT = SECTION-TYPE
                   EXIT SECTION
               END-IF
               MOVE SPACES TO SL-NAME
               MOVE RW-NAME(RW-INDEX) TO SL-NAME(3:)
               PERFORM TAKE_ROW_AMOUNT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4
               PERFORM WRITE_AMOUNT_LINE.

           TAKE_ROW_AMOUNT SECTION.
               MOVE RW-AMT(RW-INDEX, MX, SX) TO LINE-AMT(SX)
               ADD RW-AMT(RW-INDEX, MX, SX) TO SEC-AMT(SX).

           WRITE_AMOUNT_LINE SECTION.
               PERFORM EDIT_ONE_AMOUNT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4
               MOVE STMT-LINE-OUT TO FIN-STMT-LINE
               WRITE FIN-STMT-LINE.

           EDIT_ONE_AMOUNT SECTION.
               MOVE SPACE TO SL-COLUMN(SX)
               MOVE LINE-AMT(SX) TO SL-AMT(SX).
