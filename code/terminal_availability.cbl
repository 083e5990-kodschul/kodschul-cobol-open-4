           IDENTIFICATION DIVISION.
           PROGRAM-ID. TERMINAL-AVAILABILITY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TerminalMasterFile ASSIGN TO "TERMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-ID
                   FILE STATUS IS TERM-FILE-STATUS.

               SELECT TerminalEventFile ASSIGN TO "TERMEVT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TE-KEY
                   FILE STATUS IS EVT-FILE-STATUS.

               SELECT AvailabilityReportFile ASSIGN TO "TERMAVL"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD TerminalMasterFile.
           01 TERMINAL-MASTER-RECORD.
               02 TRM-ID       PIC X(4).
               02 TRM-LOCATION PIC X(20).
               02 TRM-STATUS   PIC X(1).
                   88 TRM-IS-ACTIVE VALUE "A".
                   88 TRM-IS-CLOSED VALUE "X".

           FD TerminalEventFile.
           COPY TERMEVT.

           FD AvailabilityReportFile.
           01 AVAIL-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 TERM-FILE-STATUS PIC XX.
               88 TERM-FILE-OK VALUE "00".
           01 EVT-FILE-STATUS PIC XX.
               88 EVT-FILE-OK VALUE "00".
           01 EVENTS-AVAILABLE PIC X(1).
               88 EVENTS-ARE-AVAILABLE VALUE "Y".
           01 TERM-EOF PIC X.
           01 EVT-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 REPORT-MONTH PIC 9(6).
           01 MONTH-START PIC 9(8).
           01 MONTH-END PIC 9(8).
           01 MONTH-START-INT PIC 9(8).
           01 MONTH-END-INT PIC 9(8).
           01 MONTH-MINUTES PIC 9(5).
           01 DATE-INT PIC 9(8).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 UPTIME-TARGET PIC 9(3)V99 VALUE 99.00.

           01 DOWN-MAP PIC X(44640).
           01 DOWN-MINUTES PIC 9(5).
           01 FIRST-MINUTE PIC 9(5).
           01 MINUTE-SPAN PIC 9(5).

           01 TIME-WORK PIC 9(6).
           01 TIME-PARTS REDEFINES TIME-WORK.
               02 TIME-HH PIC 9(2).
               02 TIME-MM PIC 9(2).
               02 TIME-SS PIC 9(2).
           01 START-STAMP PIC S9(9).
           01 END-STAMP PIC S9(9).
           01 RESTORE-MINUTES PIC 9(9).

           01 TERMINAL-TOTALS.
               02 TT-OUTSERV     PIC 9(4).
               02 TT-CASSEMPT    PIC 9(4).
               02 TT-DISPFALT    PIC 9(4).
               02 TT-REVERSAL    PIC 9(4).
               02 TT-RESTORED    PIC 9(4).
               02 TT-RESTORE-MIN PIC 9(9).
           01 UPTIME-PCT PIC 9(3)V99.
           01 MTTR-MINUTES PIC 9(7).

           01 LOCATION-TABLE.
               02 LOC-COUNT PIC 9(3) VALUE 0.
               02 LOC-ENTRY OCCURS 100 TIMES.
                   03 LOC-NAME      PIC X(20).
                   03 LOC-TERMINALS PIC 9(3).
                   03 LOC-MINUTES   PIC 9(9).
                   03 LOC-DOWN      PIC 9(9).
                   03 LOC-INCIDENTS PIC 9(5).
                   03 LOC-RESTORED  PIC 9(5).
                   03 LOC-RESTORE-MIN PIC 9(9).
           01 LOC-INDEX PIC 9(3).
           01 LOC-FOUND PIC 9(3).
           01 LOCATION-TABLE-FULL PIC X VALUE "N".
               88 LOCATION-TABLE-IS-FULL VALUE "Y".

           01 TERMINALS-REPORTED PIC 9(5) VALUE 0.
           01 TERMINALS-BELOW PIC 9(5) VALUE 0.
           01 TARGET-FLAG PIC X(12).

           01 REPORT-TEXT PIC X(80).
           01 PCT-ED PIC ZZ9.99.
           01 COUNT-ED PIC ZZZ9.
           01 MTTR-ED PIC ZZZZZZ9.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- ATM Terminal Availability Report ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               MOVE RUN-DATE(1:6) TO REPORT-MONTH
               COMPUTE MONTH-START = REPORT-MONTH * 100 + 1
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(MONTH-START) - 1
               COMPUTE MONTH-END = FUNCTION DATE-OF-INTEGER(DATE-INT)
               MOVE DATE-INT TO MONTH-END-INT
               MOVE MONTH-END(1:6) TO REPORT-MONTH
               COMPUTE MONTH-START = REPORT-MONTH * 100 + 1
               COMPUTE MONTH-START-INT =
                   FUNCTION INTEGER-OF-DATE(MONTH-START)
               COMPUTE MONTH-MINUTES =
                   (MONTH-END-INT - MONTH-START-INT + 1) * 1440

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "TERMUPTARGET" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO UPTIME-TARGET
               END-IF

               OPEN INPUT TerminalMasterFile
               IF NOT TERM-FILE-OK
                   DISPLAY "No terminal master - nothing to report."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT TerminalEventFile
               IF EVT-FILE-OK
                   MOVE "Y" TO EVENTS-AVAILABLE
               ELSE
                   MOVE "N" TO EVENTS-AVAILABLE
                   DISPLAY "No terminal event file - all terminals "
                       "reported as fully available."
               END-IF

               OPEN OUTPUT AvailabilityReportFile
               PERFORM WRITE_REPORT_HEADER

               MOVE "N" TO TERM-EOF
               MOVE LOW-VALUES TO TRM-ID
               START TerminalMasterFile KEY IS NOT LESS THAN TRM-ID
                   INVALID KEY
                       MOVE "Y" TO TERM-EOF
               END-START
               PERFORM REPORT_ONE_TERMINAL
                   UNTIL TERM-EOF = "Y"

               PERFORM WRITE_LOCATION_SUMMARY

               CLOSE AvailabilityReportFile
               CLOSE TerminalMasterFile
               IF EVENTS-ARE-AVAILABLE
                   CLOSE TerminalEventFile
               END-IF

               DISPLAY "Terminals reported:   " TERMINALS-REPORTED
               DISPLAY "Below uptime target:  " TERMINALS-BELOW
               IF TERMINALS-BELOW > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "TERMAVAIL" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING TERMINALS-BELOW
                       " terminals below uptime target "
                       REPORT-MONTH
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF LOCATION-TABLE-IS-FULL
                   DISPLAY "Location table full - location summary "
                       "is incomplete."
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE TERMINALS-REPORTED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Availability Report Complete ----"
               GOBACK.

           WRITE_REPORT_HEADER SECTION.
               MOVE "---- ATM Terminal Availability ----"
                   TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE
               MOVE UPTIME-TARGET TO PCT-ED
               INITIALIZE REPORT-TEXT
               STRING "Period " MONTH-START " to " MONTH-END
                   "  target uptime " PCT-ED "%"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE
               MOVE SPACES TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE
               MOVE "TERM LOCATION             UPTIME%  OOS EMPT FALT"
                   TO REPORT-TEXT
               MOVE "  REV  MTTR-MIN" TO REPORT-TEXT(50:16)
               MOVE REPORT-TEXT TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE.

           REPORT_ONE_TERMINAL SECTION.
               READ TerminalMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO TERM-EOF
                       EXIT SECTION
               END-READ

               INITIALIZE TERMINAL-TOTALS
               MOVE ALL "N" TO DOWN-MAP
               IF EVENTS-ARE-AVAILABLE
                   MOVE "N" TO EVT-EOF
                   MOVE TRM-ID TO TE-TERMINAL
                   MOVE 0 TO TE-START-DATE
                   MOVE 0 TO TE-START-TIME
                   MOVE 0 TO TE-SEQ
                   START TerminalEventFile KEY IS NOT LESS THAN
                       TE-KEY
                       INVALID KEY
                           MOVE "Y" TO EVT-EOF
                   END-START
                   PERFORM APPLY_ONE_EVENT
                       UNTIL EVT-EOF = "Y"
               END-IF

               MOVE 0 TO DOWN-MINUTES
               INSPECT DOWN-MAP(1:MONTH-MINUTES)
                   TALLYING DOWN-MINUTES FOR ALL "Y"
               COMPUTE UPTIME-PCT ROUNDED =
                   (MONTH-MINUTES - DOWN-MINUTES) * 100
                   / MONTH-MINUTES
               IF TT-RESTORED > 0
                   COMPUTE MTTR-MINUTES ROUNDED =
                       TT-RESTORE-MIN / TT-RESTORED
               ELSE
                   MOVE 0 TO MTTR-MINUTES
               END-IF
               IF UPTIME-PCT < UPTIME-TARGET
                   MOVE "BELOW TARGET" TO TARGET-FLAG
                   ADD 1 TO TERMINALS-BELOW
               ELSE
                   MOVE SPACES TO TARGET-FLAG
               END-IF

               INITIALIZE REPORT-TEXT
               MOVE TRM-ID TO REPORT-TEXT(1:4)
               MOVE TRM-LOCATION TO REPORT-TEXT(6:20)
               MOVE UPTIME-PCT TO PCT-ED
               MOVE PCT-ED TO REPORT-TEXT(28:6)
               MOVE TT-OUTSERV TO COUNT-ED
               MOVE COUNT-ED TO REPORT-TEXT(36:4)
               MOVE TT-CASSEMPT TO COUNT-ED
               MOVE COUNT-ED TO REPORT-TEXT(41:4)
               MOVE TT-DISPFALT TO COUNT-ED
               MOVE COUNT-ED TO REPORT-TEXT(46:4)
               MOVE TT-REVERSAL TO COUNT-ED
               MOVE COUNT-ED TO REPORT-TEXT(51:4)
               MOVE MTTR-MINUTES TO MTTR-ED
               MOVE MTTR-ED TO REPORT-TEXT(57:7)
               MOVE TARGET-FLAG TO REPORT-TEXT(66:12)
               IF TRM-IS-CLOSED
                   MOVE "X" TO REPORT-TEXT(79:1)
               END-IF
               MOVE REPORT-TEXT TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE
               ADD 1 TO TERMINALS-REPORTED

               PERFORM ADD_TO_LOCATION.

           APPLY_ONE_EVENT SECTION.
               READ TerminalEventFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EVT-EOF
                       EXIT SECTION
               END-READ
               IF TE-TERMINAL NOT = TRM-ID
                   MOVE "Y" TO EVT-EOF
                   EXIT SECTION
               END-IF
               IF TE-START-DATE > MONTH-END
                   MOVE "Y" TO EVT-EOF
                   EXIT SECTION
               END-IF
               IF TE-IS-RESTORED AND TE-END-DATE < MONTH-START
                   EXIT SECTION
               END-IF

               IF TE-START-DATE NOT < MONTH-START
                   EVALUATE TRUE
                       WHEN TE-IS-OUT-OF-SERVICE
                           ADD 1 TO TT-OUTSERV
                       WHEN TE-IS-CASSETTE-EMPTY
                           ADD 1 TO TT-CASSEMPT
                       WHEN TE-IS-DISPENSE-FAULT
                           ADD 1 TO TT-DISPFALT
                       WHEN TE-IS-REVERSAL
                           ADD 1 TO TT-REVERSAL
                   END-EVALUATE
               END-IF
               IF TE-IS-REVERSAL
                   EXIT SECTION
               END-IF

               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(TE-START-DATE)
               MOVE TE-START-TIME TO TIME-WORK
               COMPUTE START-STAMP = (DATE-INT - MONTH-START-INT)
                   * 1440 + TIME-HH * 60 + TIME-MM
               IF TE-IS-RESTORED
                   COMPUTE DATE-INT =
                       FUNCTION INTEGER-OF-DATE(TE-END-DATE)
                   MOVE TE-END-TIME TO TIME-WORK
                   COMPUTE END-STAMP = (DATE-INT - MONTH-START-INT)
                       * 1440 + TIME-HH * 60 + TIME-MM
               ELSE
                   MOVE MONTH-MINUTES TO END-STAMP
               END-IF

               IF TE-IS-RESTORED
                   AND TE-END-DATE NOT > MONTH-END
                   AND END-STAMP > START-STAMP
                   COMPUTE RESTORE-MINUTES = END-STAMP - START-STAMP
                   ADD RESTORE-MINUTES TO TT-RESTORE-MIN
                   ADD 1 TO TT-RESTORED
               END-IF

               IF START-STAMP < 0
                   MOVE 0 TO START-STAMP
               END-IF
               IF END-STAMP > MONTH-MINUTES
                   MOVE MONTH-MINUTES TO END-STAMP
               END-IF
               IF END-STAMP > START-STAMP
                   COMPUTE FIRST-MINUTE = START-STAMP + 1
                   COMPUTE MINUTE-SPAN = END-STAMP - START-STAMP
                   MOVE ALL "Y" TO DOWN-MAP(FIRST-MINUTE:MINUTE-SPAN)
               END-IF.

           ADD_TO_LOCATION SECTION.
               MOVE 0 TO LOC-FOUND
               PERFORM MATCH_ONE_LOCATION
                   VARYING LOC-INDEX FROM 1 BY 1
                   UNTIL LOC-INDEX > LOC-COUNT OR LOC-FOUND > 0
               IF LOC-FOUND = 0
                   IF LOC-COUNT = 100
                       MOVE "Y" TO LOCATION-TABLE-FULL
                       EXIT SECTION
                   END-IF
                   ADD 1 TO LOC-COUNT
                   INITIALIZE LOC-ENTRY(LOC-COUNT)
                   MOVE TRM-LOCATION TO LOC-NAME(LOC-COUNT)
                   MOVE LOC-COUNT TO LOC-FOUND
               END-IF
               ADD 1 TO LOC-TERMINALS(LOC-FOUND)
               ADD MONTH-MINUTES TO LOC-MINUTES(LOC-FOUND)
               ADD DOWN-MINUTES TO LOC-DOWN(LOC-FOUND)
               ADD TT-OUTSERV TT-CASSEMPT TT-DISPFALT TT-REVERSAL
                   TO LOC-INCIDENTS(LOC-FOUND)
               ADD TT-RESTORED TO LOC-RESTORED(LOC-FOUND)
               ADD TT-RESTORE-MIN TO LOC-RESTORE-MIN(LOC-FOUND).

           MATCH_ONE_LOCATION SECTION.
               IF LOC-NAME(LOC-INDEX) = TRM-LOCATION
                   MOVE LOC-INDEX TO LOC-FOUND
               END-IF.

           WRITE_LOCATION_SUMMARY SECTION.
               MOVE SPACES TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE
               MOVE "LOCATION             TERMS UPTIME% INCIDENTS"
                   TO REPORT-TEXT
               MOVE "  MTTR-MIN" TO REPORT-TEXT(46:10)
               MOVE REPORT-TEXT TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE
               PERFORM WRITE_ONE_LOCATION
                   VARYING LOC-INDEX FROM 1 BY 1
                   UNTIL LOC-INDEX > LOC-COUNT.

           WRITE_ONE_LOCATION SECTION.
               COMPUTE UPTIME-PCT ROUNDED =
                   (LOC-MINUTES(LOC-INDEX) - LOC-DOWN(LOC-INDEX))
                   * 100 / LOC-MINUTES(LOC-INDEX)
               IF LOC-RESTORED(LOC-INDEX) > 0
                   COMPUTE MTTR-MINUTES ROUNDED =
                       LOC-RESTORE-MIN(LOC-INDEX)
                       / LOC-RESTORED(LOC-INDEX)
               ELSE
                   MOVE 0 TO MTTR-MINUTES
               END-IF
               INITIALIZE REPORT-TEXT
               MOVE LOC-NAME(LOC-INDEX) TO REPORT-TEXT(1:20)
               MOVE LOC-TERMINALS(LOC-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO REPORT-TEXT(22:4)
               MOVE UPTIME-PCT TO PCT-ED
               MOVE PCT-ED TO REPORT-TEXT(28:6)
               MOVE LOC-INCIDENTS(LOC-INDEX) TO MTTR-ED
               MOVE MTTR-ED TO REPORT-TEXT(37:7)
               MOVE MTTR-MINUTES TO MTTR-ED
               MOVE MTTR-ED TO REPORT-TEXT(49:7)
               IF UPTIME-PCT < UPTIME-TARGET
                   MOVE "BELOW TARGET" TO REPORT-TEXT(58:12)
               END-IF
               MOVE REPORT-TEXT TO AVAIL-REPORT-LINE
               WRITE AVAIL-REPORT-LINE.
