           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 EVT-ACTION   PIC X(5).
           01 EVT-TERMINAL PIC X(4).
           01 EVT-CAUSE    PIC X(8).
           01 EVT-DETAIL   PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- ATM Terminal Maintenance ----"
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE TerminalMasterFile
               DISPLAY "---- Terminal Maintenance Complete ----"
               DISPLAY "*********************************"
               DISPLAY "* 1. Register terminal          *"
               DISPLAY "* 2. Close terminal             *"
               DISPLAY "* 3. Reopen terminal            *"
               DISPLAY "* 4. List terminals             *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE
                   WHEN 2
                       PERFORM CLOSE_TERMINAL
                   WHEN 3
                       PERFORM REOPEN_TERMINAL
                   WHEN 4
                       PERFORM LIST_TERMINALS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       DISPLAY "Terminal closed."
                       MOVE "TERMINAL_CLOSED" TO AUD-ACTION
                       PERFORM AUDIT_TERMINAL
                       MOVE "START" TO EVT-ACTION
                       PERFORM RECORD_OUTAGE_EVENT
               END-READ.

           REOPEN_TERMINAL SECTION.
               DISPLAY "Terminal id to reopen: "
               ACCEPT INPUT-TERM-ID
               MOVE INPUT-TERM-ID TO TRM-ID
               READ TerminalMasterFile
                   INVALID KEY
                       DISPLAY "Terminal not found."
                       EXIT SECTION
               END-READ
               IF TRM-IS-ACTIVE
                   DISPLAY "Terminal is already in service."
                   EXIT SECTION
               END-IF
               MOVE "A" TO TRM-STATUS
               REWRITE TERMINAL-MASTER-RECORD
               DISPLAY "Terminal back in service."
               MOVE "TERMINAL_REOPENED" TO AUD-ACTION
               PERFORM AUDIT_TERMINAL
               MOVE "END" TO EVT-ACTION
               PERFORM RECORD_OUTAGE_EVENT.

           RECORD_OUTAGE_EVENT SECTION.
               MOVE INPUT-TERM-ID TO EVT-TERMINAL
               MOVE "OUTSERV" TO EVT-CAUSE
               MOVE SPACES TO EVT-DETAIL
               CALL "WRITE-TERM-EVENT" USING EVT-ACTION,
                   EVT-TERMINAL, EVT-CAUSE, EVT-DETAIL.

           LIST_TERMINALS SECTION.
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO TRM-ID
