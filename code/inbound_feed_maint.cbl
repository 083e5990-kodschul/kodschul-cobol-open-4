           IDENTIFICATION DIVISION.
           PROGRAM-ID. INBOUND-FEED-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT InboundFeedFile ASSIGN TO "INBFEED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IB-KEY
                   FILE STATUS IS FEED-FILE-STATUS.

               SELECT InboundRegisterFile ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-KEY
                   FILE STATUS IS REG-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD InboundFeedFile.
           COPY INBFEED.

           FD InboundRegisterFile.
           COPY INBREG.

           WORKING-STORAGE SECTION.
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".
               88 FEED-FILE-EOF VALUE "10".
               88 FEED-FILE-MISSING VALUE "35".
           01 REG-FILE-STATUS PIC XX.
               88 REG-FILE-OK VALUE "00".
               88 REG-FILE-EOF VALUE "10".
               88 REG-FILE-MISSING VALUE "35".

           01 CHOICE PIC 9 VALUE 0.
           01 CONFIRM PIC X(1).
           01 INPUT-FEED-ID PIC X(8).
           01 INPUT-SENDER PIC X(8).
           01 INPUT-DESC PIC X(30).
           01 INPUT-FREQUENCY PIC X(1).
           01 INPUT-CUTOFF PIC 9(4).
           01 INPUT-ACTIVE PIC X(1).
           01 INPUT-SEQUENCE PIC 9(6).
           01 FEED-EXISTS PIC X(1).
               88 FEED-IS-NEW VALUE "N".
           01 LISTED-COUNT PIC 9(5).

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Inbound File Register ----"
               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "INBFEED" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for the inbound register."
                   STOP RUN
               END-IF

               OPEN I-O InboundFeedFile
               IF FEED-FILE-MISSING
                   OPEN OUTPUT InboundFeedFile
                   CLOSE InboundFeedFile
                   OPEN I-O InboundFeedFile
               END-IF
               OPEN I-O InboundRegisterFile
               IF REG-FILE-MISSING
                   OPEN OUTPUT InboundRegisterFile
                   CLOSE InboundRegisterFile
                   OPEN I-O InboundRegisterFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 6

               CLOSE InboundFeedFile
               CLOSE InboundRegisterFile
               DISPLAY "---- Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Set up expected file       *"
               DISPLAY "* 2. List expected files        *"
               DISPLAY "* 3. Show files received        *"
               DISPLAY "* 4. Release file for rerun     *"
               DISPLAY "* 5. Set next expected sequence *"
               DISPLAY "* 6. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM SET_UP_FEED
                   WHEN 2
                       PERFORM LIST_FEEDS
                   WHEN 3
                       PERFORM SHOW_RECEIVED
                   WHEN 4
                       PERFORM RELEASE_LAST_FILE
                   WHEN 5
                       PERFORM SET_NEXT_SEQUENCE
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           SET_UP_FEED SECTION.
               DISPLAY "File name (e.g. CLRGIN): "
               ACCEPT INPUT-FEED-ID
               DISPLAY "Sender id: "
               ACCEPT INPUT-SENDER
               IF INPUT-FEED-ID = SPACES OR INPUT-SENDER = SPACES
                   EXIT SECTION
               END-IF
               MOVE "Y" TO FEED-EXISTS
               MOVE INPUT-FEED-ID TO IB-FEED-ID
               MOVE INPUT-SENDER TO IB-SENDER
               READ InboundFeedFile
                   INVALID KEY
                       MOVE "N" TO FEED-EXISTS
                   NOT INVALID KEY
                       DISPLAY "  " IB-DESC
                       DISPLAY "  Frequency " IB-FREQUENCY
                           "  cut-off " IB-CUTOFF-TIME
                           "  active " IB-ACTIVE
                       DISPLAY "  Last sequence " IB-LAST-SEQUENCE
                           " received " IB-LAST-RECEIVED
               END-READ

               DISPLAY "Description: "
               ACCEPT INPUT-DESC
               DISPLAY "(D)aily, (M)onthly or (N)ot scheduled: "
               ACCEPT INPUT-FREQUENCY
               IF INPUT-FREQUENCY NOT = "D"
                   AND INPUT-FREQUENCY NOT = "M"
                   AND INPUT-FREQUENCY NOT = "N"
                   DISPLAY "Answer D, M or N - file unchanged."
                   EXIT SECTION
               END-IF
               DISPLAY "Cut-off time (HHMM): "
               ACCEPT INPUT-CUTOFF
               IF INPUT-CUTOFF(1:2) > "23" OR INPUT-CUTOFF(3:2) > "59"
                   DISPLAY "Cut-off time not valid - file unchanged."
                   EXIT SECTION
               END-IF
               DISPLAY "Active (Y/N): "
               ACCEPT INPUT-ACTIVE
               IF INPUT-ACTIVE NOT = "Y" AND INPUT-ACTIVE NOT = "N"
                   DISPLAY "Answer Y or N - file unchanged."
                   EXIT SECTION
               END-IF

               IF FEED-IS-NEW
                   INITIALIZE INBOUND-FEED-RECORD
                   MOVE INPUT-FEED-ID TO IB-FEED-ID
                   MOVE INPUT-SENDER TO IB-SENDER
               END-IF
               IF INPUT-DESC NOT = SPACES
                   MOVE INPUT-DESC TO IB-DESC
               END-IF
               MOVE INPUT-FREQUENCY TO IB-FREQUENCY
               MOVE INPUT-CUTOFF TO IB-CUTOFF-TIME
               MOVE INPUT-ACTIVE TO IB-ACTIVE
               IF FEED-IS-NEW
                   WRITE INBOUND-FEED-RECORD
                   DISPLAY "Expected file created."
               ELSE
                   REWRITE INBOUND-FEED-RECORD
                   DISPLAY "Expected file updated."
               END-IF

               MOVE "INBOUND_FEED_SET" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-FEED-ID " " INPUT-SENDER " "
                   INPUT-FREQUENCY " " INPUT-CUTOFF " " INPUT-ACTIVE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_MAINT_AUDIT.

           LIST_FEEDS SECTION.
               MOVE 0 TO LISTED-COUNT
               MOVE LOW-VALUES TO IB-KEY
               START InboundFeedFile KEY IS NOT LESS THAN IB-KEY
                   INVALID KEY
                       SET FEED-FILE-EOF TO TRUE
               END-START
               DISPLAY "FILE     SENDER   F CUT  A LAST SEQ RECEIVED "
                   "DESCRIPTION"
               PERFORM LIST_ONE_FEED
               UNTIL FEED-FILE-EOF
               DISPLAY LISTED-COUNT " expected file(s) on record.".

           LIST_ONE_FEED SECTION.
               READ InboundFeedFile NEXT RECORD
                   AT END
                       SET FEED-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               ADD 1 TO LISTED-COUNT
               DISPLAY IB-FEED-ID " " IB-SENDER " " IB-FREQUENCY " "
                   IB-CUTOFF-TIME " " IB-ACTIVE " " IB-LAST-SEQUENCE
                   "   " IB-LAST-RECEIVED " " IB-DESC(1:20).

           SHOW_RECEIVED SECTION.
               DISPLAY "File name: "
               ACCEPT INPUT-FEED-ID
               DISPLAY "Sender id: "
               ACCEPT INPUT-SENDER
               MOVE 0 TO LISTED-COUNT
               MOVE INPUT-FEED-ID TO IR-FEED-ID
               MOVE INPUT-SENDER TO IR-SENDER
               MOVE 0 TO IR-SEQUENCE
               START InboundRegisterFile KEY IS NOT LESS THAN IR-KEY
                   INVALID KEY
                       SET REG-FILE-EOF TO TRUE
               END-START
               DISPLAY "SEQ    CREATED  RECORDS HASH TOTAL       "
                   "RECEIVED TIME   ST"
               PERFORM SHOW_ONE_RECEIVED
               UNTIL REG-FILE-EOF
               DISPLAY LISTED-COUNT " file(s) received from "
                   INPUT-SENDER.

           SHOW_ONE_RECEIVED SECTION.
               READ InboundRegisterFile NEXT RECORD
                   AT END
                       SET REG-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF IR-FEED-ID NOT = INPUT-FEED-ID
                   OR IR-SENDER NOT = INPUT-SENDER
                   SET REG-FILE-EOF TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO LISTED-COUNT
               DISPLAY IR-SEQUENCE " " IR-CREATED " " IR-RECORD-COUNT
                   " " IR-HASH-TOTAL " " IR-RECEIVED-DATE " "
                   IR-RECEIVED-TIME " " IR-STATUS.

           RELEASE_LAST_FILE SECTION.
               PERFORM GET_TARGET_FEED
               IF NOT FEED-FILE-OK
                   EXIT SECTION
               END-IF
               IF IB-LAST-SEQUENCE = 0
                   DISPLAY "No file held for this sender."
                   EXIT SECTION
               END-IF
               MOVE IB-FEED-ID TO IR-FEED-ID
               MOVE IB-SENDER TO IR-SENDER
               MOVE IB-LAST-SEQUENCE TO IR-SEQUENCE
               READ InboundRegisterFile
                   INVALID KEY
                       DISPLAY "Last file not found in the register."
                       EXIT SECTION
               END-READ
               DISPLAY "Sequence " IR-SEQUENCE " received "
                   IR-RECEIVED-DATE " records " IR-RECORD-COUNT
               DISPLAY "Release it so the same file can be run "
                   "again? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "File not released."
                   EXIT SECTION
               END-IF

               MOVE "R" TO IR-STATUS
               REWRITE INBOUND-REGISTER-RECORD
               SUBTRACT 1 FROM IB-LAST-SEQUENCE
               MOVE 0 TO IB-LAST-CREATED
               MOVE 0 TO IB-LAST-COUNT
               MOVE 0 TO IB-LAST-HASH
               REWRITE INBOUND-FEED-RECORD
               DISPLAY "Sequence " IR-SEQUENCE " released."

               MOVE "INBOUND_RELEASED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING IR-FEED-ID " " IR-SENDER " " IR-SEQUENCE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_MAINT_AUDIT.

           SET_NEXT_SEQUENCE SECTION.
               PERFORM GET_TARGET_FEED
               IF NOT FEED-FILE-OK
                   EXIT SECTION
               END-IF
               DISPLAY "Last sequence received " IB-LAST-SEQUENCE
               DISPLAY "Next sequence to accept: "
               ACCEPT INPUT-SEQUENCE
               IF INPUT-SEQUENCE = 0
                   DISPLAY "Sequence must be greater than zero."
                   EXIT SECTION
               END-IF
               DISPLAY "Accept sequence " INPUT-SEQUENCE
                   " next? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "Sequence not changed."
                   EXIT SECTION
               END-IF

               COMPUTE IB-LAST-SEQUENCE = INPUT-SEQUENCE - 1
               REWRITE INBOUND-FEED-RECORD
               DISPLAY "Next sequence set to " INPUT-SEQUENCE

               MOVE "INBOUND_SEQ_RESET" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING IB-FEED-ID " " IB-SENDER " next "
                   INPUT-SEQUENCE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE_MAINT_AUDIT.

           GET_TARGET_FEED SECTION.
               DISPLAY "File name: "
               ACCEPT INPUT-FEED-ID
               DISPLAY "Sender id: "
               ACCEPT INPUT-SENDER
               MOVE INPUT-FEED-ID TO IB-FEED-ID
               MOVE INPUT-SENDER TO IB-SENDER
               READ InboundFeedFile
                   INVALID KEY
                       DISPLAY "No such file and sender on record."
               END-READ.

           WRITE_MAINT_AUDIT SECTION.
               MOVE "INBFEED" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
