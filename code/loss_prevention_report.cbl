           IDENTIFICATION DIVISION.
           PROGRAM-ID. LOSS-PREVENTION-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ReturnScoreFile ASSIGN TO "RTNSCORE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCORE-FILE-STATUS.

               SELECT LossPreventionReportFile ASSIGN TO "LPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD ReturnScoreFile.
           COPY RTNSCORE.

           FD LossPreventionReportFile.
           01 LP-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 SCORE-FILE-STATUS PIC XX.
               88 SCORE-FILE-OK VALUE "00".
           01 SCORE-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 SCORED-ON PIC 9(8) VALUE 0.
           01 WINDOW-START PIC 9(8) VALUE 0.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 TOP-CASES PIC 9(3) VALUE 20.

           01 CASE-TABLE.
               02 CASE-COUNT PIC 9(4) VALUE 0.
               02 CASE-ENTRY OCCURS 700 TIMES.
                   03 CT-TYPE       PIC X(1).
                   03 CT-SUBJECT    PIC X(10).
                   03 CT-SCORE      PIC 9(3).
                   03 CT-RETURNS    PIC 9(5).
                   03 CT-VALUE      PIC 9(7)V99.
                   03 CT-NO-RECEIPT PIC 9(5).
                   03 CT-PCT        PIC 9(3).
                   03 CT-PAIRS      PIC 9(5).
                   03 CT-FLAGS      PIC X(4).
                   03 CT-NEW-CASES  PIC 9(1).
                   03 CT-RANKED     PIC X(1).
           01 CT-INDEX PIC 9(4).
           01 BEST-INDEX PIC 9(4).
           01 RANK PIC 9(3).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 CUSTOMERS-FLAGGED PIC 9(5) VALUE 0.
           01 CASHIERS-FLAGGED PIC 9(5) VALUE 0.
           01 NEW-CASES-TOTAL PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 RANK-ED PIC ZZ9.
           01 SCORE-ED PIC ZZ9.
           01 COUNT-ED PIC ZZZZ9.
           01 VALUE-ED PIC Z(6)9.99.
           01 NORCPT-ED PIC ZZZZ9.
           01 PCT-ED PIC ZZ9.
           01 PAIRS-ED PIC ZZZZ9.
           01 TYPE-TEXT PIC X(8).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Weekly Loss-Prevention Report ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "LPTOPCASES" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO TOP-CASES
               END-IF

               OPEN INPUT ReturnScoreFile
               IF SCORE-FILE-OK
                   PERFORM READ_ONE_SCORE
                       UNTIL SCORE-EOF = "Y"
                   CLOSE ReturnScoreFile
               ELSE
                   DISPLAY "No return-abuse scores on file."
               END-IF

               OPEN OUTPUT LossPreventionReportFile
               PERFORM WRITE_REPORT_HEADING
               PERFORM WRITE_NEXT_RANKED_CASE
                   VARYING RANK FROM 1 BY 1
                   UNTIL RANK > TOP-CASES OR RANK > CASE-COUNT
               PERFORM WRITE_REPORT_FOOTING
               CLOSE LossPreventionReportFile

               DISPLAY "Cases on file: " CASE-COUNT
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Too many scored cases - report "
                       "incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE CASE-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Weekly Loss-Prevention Report "
                   "Complete ----"
               GOBACK.

           READ_ONE_SCORE SECTION.
               READ ReturnScoreFile
                   AT END
                       MOVE "Y" TO SCORE-EOF
                       EXIT SECTION
               END-READ
               IF CASE-COUNT NOT < 700
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               MOVE RS-RUN-DATE TO SCORED-ON
               MOVE RS-WINDOW-START TO WINDOW-START
               ADD 1 TO CASE-COUNT
               MOVE RS-SUBJECT-TYPE TO CT-TYPE(CASE-COUNT)
               MOVE RS-SUBJECT TO CT-SUBJECT(CASE-COUNT)
               MOVE RS-SCORE TO CT-SCORE(CASE-COUNT)
               MOVE RS-RETURNS TO CT-RETURNS(CASE-COUNT)
               MOVE RS-VALUE TO CT-VALUE(CASE-COUNT)
               MOVE RS-NO-RECEIPT TO CT-NO-RECEIPT(CASE-COUNT)
               MOVE RS-NO-RECEIPT-PCT TO CT-PCT(CASE-COUNT)
               MOVE RS-QUICK-PAIRS TO CT-PAIRS(CASE-COUNT)
               MOVE RS-FLAGS TO CT-FLAGS(CASE-COUNT)
               MOVE RS-NEW-CASES TO CT-NEW-CASES(CASE-COUNT)
               MOVE "N" TO CT-RANKED(CASE-COUNT)
               ADD RS-NEW-CASES TO NEW-CASES-TOTAL
               IF RS-IS-CUSTOMER
                   ADD 1 TO CUSTOMERS-FLAGGED
               ELSE
                   ADD 1 TO CASHIERS-FLAGGED
               END-IF.

           WRITE_REPORT_HEADING SECTION.
               INITIALIZE REPORT-TEXT
               STRING "---- Loss-Prevention Report " RUN-DATE
                   " - top " TOP-CASES " return-abuse cases ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Scored " SCORED-ON " over refunds from "
                   WINDOW-START
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE
               MOVE SPACES TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE
               MOVE "RNK TYPE     SUBJECT    SCR RTRNS      VALUE"
                   TO LP-REPORT-LINE
               MOVE " NORCT PCT PAIRS FLAG NEW" TO LP-REPORT-LINE(44:)
               WRITE LP-REPORT-LINE.

           WRITE_NEXT_RANKED_CASE SECTION.
               MOVE 0 TO BEST-INDEX
               PERFORM CHECK_ONE_CANDIDATE
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > CASE-COUNT
               IF BEST-INDEX = 0
                   EXIT SECTION
               END-IF
               MOVE "Y" TO CT-RANKED(BEST-INDEX)

               IF CT-TYPE(BEST-INDEX) = "C"
                   MOVE "CUSTOMER" TO TYPE-TEXT
               ELSE
                   MOVE "CASHIER" TO TYPE-TEXT
               END-IF
               MOVE RANK TO RANK-ED
               MOVE CT-SCORE(BEST-INDEX) TO SCORE-ED
               MOVE CT-RETURNS(BEST-INDEX) TO COUNT-ED
               MOVE CT-VALUE(BEST-INDEX) TO VALUE-ED
               MOVE CT-NO-RECEIPT(BEST-INDEX) TO NORCPT-ED
               MOVE CT-PCT(BEST-INDEX) TO PCT-ED
               MOVE CT-PAIRS(BEST-INDEX) TO PAIRS-ED
               INITIALIZE REPORT-TEXT
               STRING RANK-ED " " TYPE-TEXT " "
                   CT-SUBJECT(BEST-INDEX) " " SCORE-ED " "
                   COUNT-ED " " VALUE-ED " " NORCPT-ED " "
                   PCT-ED " " PAIRS-ED " " CT-FLAGS(BEST-INDEX)
                   "   " CT-NEW-CASES(BEST-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE.

           CHECK_ONE_CANDIDATE SECTION.
               IF CT-RANKED(CT-INDEX) = "Y"
                   EXIT SECTION
               END-IF
               IF BEST-INDEX = 0
                   MOVE CT-INDEX TO BEST-INDEX
                   EXIT SECTION
               END-IF
               IF CT-SCORE(CT-INDEX) > CT-SCORE(BEST-INDEX)
                   OR (CT-SCORE(CT-INDEX) = CT-SCORE(BEST-INDEX)
                   AND CT-VALUE(CT-INDEX) > CT-VALUE(BEST-INDEX))
                   MOVE CT-INDEX TO BEST-INDEX
               END-IF.

           WRITE_REPORT_FOOTING SECTION.
               MOVE SPACES TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE
               IF CASE-COUNT = 0
                   MOVE "No customers or cashiers over the return-"
                       TO LP-REPORT-LINE
                   MOVE "abuse thresholds." TO LP-REPORT-LINE(42:)
                   WRITE LP-REPORT-LINE
               END-IF
               MOVE "FLAGS: F=frequency V=value N=no-receipt share "
                   TO LP-REPORT-LINE
               MOVE "Q=same-cashier quick refund" TO
                   LP-REPORT-LINE(47:)
               WRITE LP-REPORT-LINE
               MOVE CUSTOMERS-FLAGGED TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Customers flagged: " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE
               MOVE CASHIERS-FLAGGED TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Cashiers flagged:  " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE
               MOVE NEW-CASES-TOTAL TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "New review cases (FRAUDQ): " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LP-REPORT-LINE
               WRITE LP-REPORT-LINE.
