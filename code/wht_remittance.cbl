           IDENTIFICATION DIVISION.
           PROGRAM-ID. WHT-REMITTANCE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WhtLedgerFile ASSIGN TO "WHTLEDG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WL-FILE-STATUS.

               SELECT WhtReturnFile ASSIGN TO "WHTRTN"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           DATA DIVISION.
           FILE SECTION.
           FD WhtLedgerFile.
           COPY WHTLEDG.

           FD WhtReturnFile.
           01 WhtReturnLine.
               02 WR-RECORD-TYPE PIC X(1).
               02 WR-PERIOD      PIC 9(6).
               02 WR-CUST-ID     PIC X(6).
               02 WR-BASIS       PIC X(1).
               02 WR-RATE        PIC 9(2)V99.
               02 WR-GROSS       PIC 9(9)V99.
               02 WR-TAX         PIC 9(9)V99.
               02 FILLER         PIC X(30).

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

           WORKING-STORAGE SECTION.
           01 EV-ACTION PIC X(3).
           01 EV-FILE-NAME PIC X(40).
           01 EV-FILE-ID PIC X(8).
           01 EV-BUS-DATE PIC 9(8).
           01 EV-RECORD-COUNT PIC 9(7) VALUE 0.
           01 EV-HASH-TOTAL PIC 9(13)V99 VALUE 0.

           01 WL-FILE-STATUS PIC XX.
               88 WL-FILE-OK VALUE "00".
           01 WL-EOF PIC X VALUE "N".
               88 WL-AT-END VALUE "Y".
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

           01 RETURN-TABLE.
               02 RT-COUNT PIC 9(4) VALUE 0.
               02 RT-ENTRY OCCURS 2000 TIMES.
                   03 RT-CUST-ID PIC X(6).
                   03 RT-BASIS   PIC X(1).
                   03 RT-RATE    PIC 9(2)V99.
                   03 RT-GROSS   PIC 9(9)V99.
                   03 RT-TAX     PIC 9(9)V99.
           01 RT-INDEX PIC 9(4).
           01 RT-FOUND PIC 9(4).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 LEDGER-LINES PIC 9(7) VALUE 0.
           01 TOTAL-GROSS PIC 9(9)V99 VALUE 0.
           01 TOTAL-TAX PIC 9(9)V99 VALUE 0.
           01 POST-AMOUNT PIC 9(9)V99.
           01 JOURNAL-SEQ PIC 9(3) VALUE 0.
           01 AMOUNT-ED PIC Z(8)9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Withholding Tax Remittance ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               MOVE RUN-DATE(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               COMPUTE END-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START) - 1
               COMPUTE PERIOD-END = FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE PERIOD-END(1:6) TO PERIOD-MONTH
               COMPUTE PERIOD-START = PERIOD-MONTH * 100 + 1
               DISPLAY "Return period " PERIOD-MONTH

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

               OPEN INPUT WhtLedgerFile
               IF WL-FILE-OK
                   PERFORM COLLECT_LEDGER_LINE
                   UNTIL WL-AT-END
                   CLOSE WhtLedgerFile
               END-IF

               OPEN OUTPUT WhtReturnFile
               CLOSE WhtReturnFile
               MOVE "HDR" TO EV-ACTION
               MOVE "WHTRTN" TO EV-FILE-NAME
               MOVE "WHTRTN" TO EV-FILE-ID
               MOVE RUN-DATE TO EV-BUS-DATE
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL
               OPEN EXTEND WhtReturnFile
               PERFORM WRITE_RETURN_LINE
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               MOVE SPACES TO WhtReturnLine
               MOVE "T" TO WR-RECORD-TYPE
               MOVE PERIOD-MONTH TO WR-PERIOD
               MOVE 0 TO WR-RATE
               MOVE TOTAL-GROSS TO WR-GROSS
               MOVE TOTAL-TAX TO WR-TAX
               WRITE WhtReturnLine
               ADD 1 TO EV-RECORD-COUNT
               ADD WR-TAX TO EV-HASH-TOTAL
               CLOSE WhtReturnFile
               MOVE "TRL" TO EV-ACTION
               CALL "FILE-ENVELOPE" USING EV-ACTION,
                   EV-FILE-NAME, EV-FILE-ID, EV-BUS-DATE,
                   EV-RECORD-COUNT, EV-HASH-TOTAL

               IF TOTAL-TAX > 0
                   PERFORM POST_REMITTANCE
               END-IF

               IF TABLE-HAS-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "WHTRMIT" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "withholding return " PERIOD-MONTH
                       " incomplete - too many lines"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE TOTAL-GROSS TO AMOUNT-ED
               DISPLAY "Gross interest paid : " AMOUNT-ED
               MOVE TOTAL-TAX TO AMOUNT-ED
               DISPLAY "Tax remitted        : " AMOUNT-ED
               DISPLAY "Return lines        : " RT-COUNT
               MOVE LEDGER-LINES TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Withholding Tax Remittance Complete ----"
               GOBACK.

           COLLECT_LEDGER_LINE SECTION.
               READ WhtLedgerFile
                   AT END
                       SET WL-AT-END TO TRUE
                       EXIT SECTION
               END-READ
               IF WL-DATE < PERIOD-START OR WL-DATE > PERIOD-END
                   EXIT SECTION
               END-IF
               ADD 1 TO LEDGER-LINES
               ADD WL-GROSS TO TOTAL-GROSS
               ADD WL-TAX TO TOTAL-TAX

               MOVE 0 TO RT-FOUND
               PERFORM FIND_RETURN_ENTRY
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT OR RT-FOUND > 0
               IF RT-FOUND = 0
                   IF RT-COUNT >= 2000
                       MOVE "Y" TO TABLE-OVERFLOW
                       EXIT SECTION
                   END-IF
                   ADD 1 TO RT-COUNT
                   MOVE RT-COUNT TO RT-FOUND
                   MOVE WL-CUST-ID TO RT-CUST-ID(RT-FOUND)
                   MOVE WL-BASIS TO RT-BASIS(RT-FOUND)
                   MOVE WL-RATE TO RT-RATE(RT-FOUND)
                   MOVE 0 TO RT-GROSS(RT-FOUND)
                   MOVE 0 TO RT-TAX(RT-FOUND)
               END-IF
               ADD WL-GROSS TO RT-GROSS(RT-FOUND)
               ADD WL-TAX TO RT-TAX(RT-FOUND).

           FIND_RETURN_ENTRY SECTION.
               IF RT-CUST-ID(RT-INDEX) = WL-CUST-ID
                   AND RT-BASIS(RT-INDEX) = WL-BASIS
                   AND RT-RATE(RT-INDEX) = WL-RATE
                   MOVE RT-INDEX TO RT-FOUND
               END-IF.

           WRITE_RETURN_LINE SECTION.
               MOVE SPACES TO WhtReturnLine
               MOVE "D" TO WR-RECORD-TYPE
               MOVE PERIOD-MONTH TO WR-PERIOD
               MOVE RT-CUST-ID(RT-INDEX) TO WR-CUST-ID
               MOVE RT-BASIS(RT-INDEX) TO WR-BASIS
               MOVE RT-RATE(RT-INDEX) TO WR-RATE
               MOVE RT-GROSS(RT-INDEX) TO WR-GROSS
               MOVE RT-TAX(RT-INDEX) TO WR-TAX
               WRITE WhtReturnLine
               ADD 1 TO EV-RECORD-COUNT
               ADD WR-TAX TO EV-HASH-TOTAL.

           POST_REMITTANCE SECTION.
               OPEN EXTEND GlJournalFile
               OPEN I-O GlBalanceFile
               IF GLBAL-FILE-MISSING
                   OPEN OUTPUT GlBalanceFile
                   CLOSE GlBalanceFile
                   OPEN I-O GlBalanceFile
               END-IF
               MOVE TOTAL-TAX TO POST-AMOUNT
               MOVE SPACES TO GJ-DESC
               STRING "withholding tax remitted " PERIOD-MONTH
                   DELIMITED BY SIZE INTO GJ-DESC
               MOVE "2540" TO GJ-CODE
               MOVE "D" TO GJ-SIDE
               PERFORM WRITE_JOURNAL_LINE
               MOVE "1010" TO GJ-CODE
               MOVE "C" TO GJ-SIDE
               PERFORM WRITE_JOURNAL_LINE
               CLOSE GlJournalFile
               CLOSE GlBalanceFile.

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
