           IDENTIFICATION DIVISION.
           PROGRAM-ID. WRITE-TERM-EVENT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TerminalEventFile ASSIGN TO "TERMEVT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TE-KEY
                   FILE STATUS IS EVT-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD TerminalEventFile.
           COPY TERMEVT.

           WORKING-STORAGE SECTION.
           01 EVT-FILE-STATUS PIC XX.
               88 EVT-FILE-OK VALUE "00".
               88 EVT-FILE-MISSING VALUE "35".
           01 EVT-TODAY PIC 9(8).
           01 EVT-NOW   PIC 9(6).
           01 SCAN-EOF PIC X.
           01 INCIDENT-OPEN PIC X.
               88 INCIDENT-IS-OPEN VALUE "Y".
           01 WRITE-DONE PIC X.
               88 WRITE-IS-DONE VALUE "Y".

           LINKAGE SECTION.
           01 EVT-ACTION   PIC X(5).
           01 EVT-TERMINAL PIC X(4).
           01 EVT-CAUSE    PIC X(8).
           01 EVT-DETAIL   PIC X(30).

           PROCEDURE DIVISION USING EVT-ACTION, EVT-TERMINAL,
               EVT-CAUSE, EVT-DETAIL.
           MAIN SECTION.
               ACCEPT EVT-TODAY FROM DATE YYYYMMDD
               ACCEPT EVT-NOW FROM TIME

               OPEN I-O TerminalEventFile
               IF EVT-FILE-MISSING
                   OPEN OUTPUT TerminalEventFile
                   CLOSE TerminalEventFile
                   OPEN I-O TerminalEventFile
               END-IF

               EVALUATE EVT-ACTION
                   WHEN "START"
                       MOVE "N" TO INCIDENT-OPEN
                       PERFORM SCAN_TERMINAL_EVENTS
                       IF NOT INCIDENT-IS-OPEN
                           PERFORM WRITE_NEW_EVENT
                       END-IF
                   WHEN "END"
                       PERFORM SCAN_TERMINAL_EVENTS
                   WHEN "EVENT"
                       PERFORM WRITE_NEW_EVENT
               END-EVALUATE

               CLOSE TerminalEventFile
               GOBACK.

           SCAN_TERMINAL_EVENTS SECTION.
               MOVE "N" TO SCAN-EOF
               MOVE EVT-TERMINAL TO TE-TERMINAL
               MOVE 0 TO TE-START-DATE
               MOVE 0 TO TE-START-TIME
               MOVE 0 TO TE-SEQ
               START TerminalEventFile KEY IS NOT LESS THAN TE-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF
               END-START
               PERFORM CHECK_ONE_EVENT
                   UNTIL SCAN-EOF = "Y".

           CHECK_ONE_EVENT SECTION.
               READ TerminalEventFile NEXT RECORD
                   AT END
                       MOVE "Y" TO SCAN-EOF
                       EXIT SECTION
               END-READ
               IF TE-TERMINAL NOT = EVT-TERMINAL
                   MOVE "Y" TO SCAN-EOF
                   EXIT SECTION
               END-IF
               IF NOT TE-IS-OPEN OR TE-CAUSE NOT = EVT-CAUSE
                   EXIT SECTION
               END-IF
               IF EVT-DETAIL NOT = SPACES
                   AND TE-DETAIL NOT = EVT-DETAIL
                   EXIT SECTION
               END-IF
               IF EVT-ACTION = "START"
                   MOVE "Y" TO INCIDENT-OPEN
                   MOVE "Y" TO SCAN-EOF
                   EXIT SECTION
               END-IF
               MOVE EVT-TODAY TO TE-END-DATE
               MOVE EVT-NOW TO TE-END-TIME
               MOVE "C" TO TE-STATUS
               REWRITE TERMINAL-EVENT-RECORD.

           WRITE_NEW_EVENT SECTION.
               INITIALIZE TERMINAL-EVENT-RECORD
               MOVE EVT-TERMINAL TO TE-TERMINAL
               MOVE EVT-TODAY TO TE-START-DATE
               MOVE EVT-NOW TO TE-START-TIME
               MOVE 0 TO TE-SEQ
               MOVE EVT-CAUSE TO TE-CAUSE
               MOVE EVT-DETAIL TO TE-DETAIL
               IF EVT-ACTION = "EVENT"
                   MOVE EVT-TODAY TO TE-END-DATE
                   MOVE EVT-NOW TO TE-END-TIME
                   MOVE "C" TO TE-STATUS
               ELSE
                   MOVE 0 TO TE-END-DATE
                   MOVE 0 TO TE-END-TIME
                   MOVE "O" TO TE-STATUS
               END-IF
               MOVE "N" TO WRITE-DONE
               PERFORM WRITE_WITH_SEQ
                   UNTIL WRITE-IS-DONE OR TE-SEQ > 98.

           WRITE_WITH_SEQ SECTION.
               WRITE TERMINAL-EVENT-RECORD
                   INVALID KEY
                       ADD 1 TO TE-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WRITE-DONE
               END-WRITE.
