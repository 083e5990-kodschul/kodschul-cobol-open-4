           IDENTIFICATION DIVISION.
           PROGRAM-ID. INBOUND-MISSING-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT InboundFeedFile ASSIGN TO "INBFEED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IB-KEY
                   FILE STATUS IS FEED-FILE-STATUS.

               SELECT MissingReportFile ASSIGN TO "INBMISSRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD InboundFeedFile.
           COPY INBFEED.

           FD MissingReportFile.
           01 MISSING-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".
               88 FEED-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 TODAY-DATE PIC 9(8).
           01 CLOCK-TIME PIC 9(8).
           01 CLOCK-HHMM PIC 9(4).
           01 RUN-MONTH PIC 9(6).
           01 MONTH-START PIC 9(8).
           01 FIRST-BUSINESS-DAY PIC 9(8).
           01 DUE-DATE PIC 9(8).
           01 WINDOW-START PIC 9(8).
           01 RECEIVED-HHMM PIC 9(4).

           01 FEEDS-CHECKED PIC 9(5) VALUE 0.
           01 FEEDS-MISSING PIC 9(5) VALUE 0.
           01 FEEDS-LATE PIC 9(5) VALUE 0.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 REPORT-TEXT PIC X(80).
           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Missing Inbound Files Report ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               ACCEPT CLOCK-TIME FROM TIME
               MOVE CLOCK-TIME(1:4) TO CLOCK-HHMM

               MOVE RUN-DATE(1:6) TO RUN-MONTH
               COMPUTE MONTH-START = RUN-MONTH * 100 + 1
               MOVE MONTH-START TO FIRST-BUSINESS-DAY
               CALL "NEXT-BUSINESS-DAY" USING FIRST-BUSINESS-DAY

               OPEN INPUT InboundFeedFile
               IF NOT FEED-FILE-OK
                   DISPLAY "No expected inbound files set up."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN OUTPUT MissingReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Inbound files not received by cut-off "
                   RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               MOVE "STATUS   FEED     SENDER   CUT-OFF LAST SEQ "
                   TO REPORT-TEXT
               MOVE "RECEIVED  DESCRIPTION" TO REPORT-TEXT(46:)
               PERFORM WRITE_REPORT_LINE

               MOVE LOW-VALUES TO IB-KEY
               START InboundFeedFile KEY IS NOT LESS THAN IB-KEY
                   INVALID KEY
                       SET FEED-FILE-EOF TO TRUE
               END-START
               PERFORM CHECK_ONE_FEED
               UNTIL FEED-FILE-EOF

               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               INITIALIZE REPORT-TEXT
               STRING "Expected files checked " FEEDS-CHECKED
                   "  missing " FEEDS-MISSING
                   "  late " FEEDS-LATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               CLOSE InboundFeedFile
               CLOSE MissingReportFile
               DISPLAY REPORT-TEXT

               IF FEEDS-MISSING > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE FEEDS-CHECKED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Missing Inbound Files Report Complete ----"
               GOBACK.

           CHECK_ONE_FEED SECTION.
               READ InboundFeedFile NEXT RECORD
                   AT END
                       SET FEED-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT IB-IS-ACTIVE
                   EXIT SECTION
               END-IF

               EVALUATE TRUE
                   WHEN IB-IS-DAILY
                       MOVE RUN-DATE TO DUE-DATE
                       MOVE RUN-DATE TO WINDOW-START
                   WHEN IB-IS-MONTHLY
                       MOVE FIRST-BUSINESS-DAY TO DUE-DATE
                       MOVE MONTH-START TO WINDOW-START
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
               IF DUE-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               IF DUE-DATE = TODAY-DATE
                   AND CLOCK-HHMM < IB-CUTOFF-TIME
                   EXIT SECTION
               END-IF
               ADD 1 TO FEEDS-CHECKED

               IF IB-LAST-RECEIVED < WINDOW-START
                   ADD 1 TO FEEDS-MISSING
                   MOVE "MISSING" TO REPORT-TEXT
                   PERFORM REPORT_FEED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "INBMISS" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "file " IB-FEED-ID " from " IB-SENDER
                       " not received by " IB-CUTOFF-TIME
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   EXIT SECTION
               END-IF

               MOVE IB-LAST-TIME(1:4) TO RECEIVED-HHMM
               IF IB-LAST-RECEIVED = DUE-DATE
                   AND RECEIVED-HHMM > IB-CUTOFF-TIME
                   ADD 1 TO FEEDS-LATE
                   MOVE "LATE" TO REPORT-TEXT
                   PERFORM REPORT_FEED
               END-IF.

           REPORT_FEED SECTION.
               MOVE IB-FEED-ID TO REPORT-TEXT(10:8)
               MOVE IB-SENDER TO REPORT-TEXT(19:8)
               MOVE IB-CUTOFF-TIME TO REPORT-TEXT(28:4)
               MOVE IB-LAST-SEQUENCE TO REPORT-TEXT(36:6)
               MOVE IB-LAST-RECEIVED TO REPORT-TEXT(46:8)
               MOVE IB-DESC(1:25) TO REPORT-TEXT(56:25)
               PERFORM WRITE_REPORT_LINE
               DISPLAY REPORT-TEXT.

           WRITE_REPORT_LINE SECTION.
               MOVE REPORT-TEXT TO MISSING-REPORT-LINE
               WRITE MISSING-REPORT-LINE.
