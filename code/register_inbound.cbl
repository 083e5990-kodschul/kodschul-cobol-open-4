           IDENTIFICATION DIVISION.
           PROGRAM-ID. REGISTER-INBOUND.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EnvelopeFile ASSIGN TO RI-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ENV-FILE-STATUS.

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
           FD EnvelopeFile.
           01 EnvelopeLine PIC X(80).

           FD InboundFeedFile.
           COPY INBFEED.

           FD InboundRegisterFile.
           COPY INBREG.

           WORKING-STORAGE SECTION.
           01 ENV-FILE-STATUS PIC XX.
               88 ENV-FILE-OK VALUE "00".
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".
               88 FEED-FILE-MISSING VALUE "35".
           01 REG-FILE-STATUS PIC XX.
               88 REG-FILE-OK VALUE "00".
               88 REG-FILE-MISSING VALUE "35".
           01 ENV-EOF PIC X VALUE "N".

           01 HEADER-LINE.
               02 EH-TAG      PIC X(6).
               02 FILLER      PIC X(2).
               02 EH-FILE-ID  PIC X(8).
               02 EH-CREATED  PIC 9(8).
               02 EH-BUS-DATE PIC 9(8).
               02 EH-SEQUENCE PIC 9(6).
               02 FILLER      PIC X(42).

           01 TRAILER-LINE.
               02 ET-TAG   PIC X(6).
               02 FILLER   PIC X(2).
               02 ET-COUNT PIC 9(7).
               02 ET-HASH  PIC 9(13)V99.
               02 FILLER   PIC X(50).

           01 HEADER-FOUND PIC X.
               88 HEADER-IS-FOUND VALUE "Y".
           01 TRAILER-FOUND PIC X.
               88 TRAILER-IS-FOUND VALUE "Y".
           01 FEED-KNOWN PIC X.
               88 FEED-IS-KNOWN VALUE "Y".
           01 REG-FOUND PIC X.
               88 REG-IS-FOUND VALUE "Y".
           01 LINES-COUNTED PIC 9(7).
           01 EXPECTED-SEQUENCE PIC 9(6).
           01 REJECT-REASON PIC X(40).

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 CLOCK-TIME PIC 9(8).
           01 RECEIVED-TIME PIC 9(6).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           LINKAGE SECTION.
           01 RI-FEED-ID      PIC X(8).
           01 RI-FILE-NAME    PIC X(40).
           01 RI-SENDER       PIC X(8).
           01 RI-SEQUENCE     PIC 9(6).
           01 RI-CREATED      PIC 9(8).
           01 RI-RECORD-COUNT PIC 9(7).
           01 RI-HASH-TOTAL   PIC 9(13)V99.
           01 RI-RESULT       PIC X(1).

           PROCEDURE DIVISION USING RI-FEED-ID, RI-FILE-NAME,
               RI-SENDER, RI-SEQUENCE, RI-CREATED, RI-RECORD-COUNT,
               RI-HASH-TOTAL, RI-RESULT.
           MAIN SECTION.
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               ACCEPT CLOCK-TIME FROM TIME
               MOVE CLOCK-TIME(1:6) TO RECEIVED-TIME
               MOVE SPACES TO RI-RESULT
               MOVE SPACES TO REJECT-REASON

               IF RI-FILE-NAME NOT = SPACES
                   PERFORM READ_ENVELOPE
               END-IF
               IF RI-RESULT = "M"
                   GOBACK
               END-IF

               IF RI-RESULT = SPACES
                   IF RI-SENDER = SPACES
                       MOVE "H" TO RI-RESULT
                       MOVE "no sender on the file header"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF RI-RESULT = SPACES
                   IF RI-SEQUENCE IS NOT NUMERIC OR RI-SEQUENCE = 0
                       MOVE "H" TO RI-RESULT
                       MOVE "no file sequence number on the header"
                           TO REJECT-REASON
                   END-IF
               END-IF

               IF RI-RESULT = SPACES
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
                   PERFORM CHECK_AND_REGISTER
                   CLOSE InboundFeedFile
                   CLOSE InboundRegisterFile
               END-IF

               EVALUATE RI-RESULT
                   WHEN "A"
                       DISPLAY "Inbound file " RI-FEED-ID " from "
                           RI-SENDER " sequence " RI-SEQUENCE
                           " registered."
                       MOVE "INBOUND_ACCEPTED" TO AUD-ACTION
                   WHEN "P"
                       DISPLAY "Inbound file " RI-FEED-ID " from "
                           RI-SENDER " sequence " RI-SEQUENCE
                           " already processed - no new file."
                       MOVE "INBOUND_ALREADY_SEEN" TO AUD-ACTION
                   WHEN OTHER
                       PERFORM REPORT_REJECTION
                       MOVE "INBOUND_REJECTED" TO AUD-ACTION
               END-EVALUATE
               MOVE "INBOUND" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING RI-FEED-ID " " RI-SENDER " " RI-SEQUENCE
                   " " RI-RESULT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL
               GOBACK.

           READ_ENVELOPE SECTION.
               MOVE "N" TO HEADER-FOUND
               MOVE "N" TO TRAILER-FOUND
               MOVE 0 TO LINES-COUNTED
               MOVE SPACES TO RI-SENDER
               MOVE 0 TO RI-SEQUENCE
               MOVE 0 TO RI-CREATED
               MOVE 0 TO RI-RECORD-COUNT
               MOVE 0 TO RI-HASH-TOTAL

               OPEN INPUT EnvelopeFile
               IF NOT ENV-FILE-OK
                   MOVE "M" TO RI-RESULT
                   EXIT SECTION
               END-IF
               MOVE "N" TO ENV-EOF
               PERFORM READ_ENVELOPE_LINE
               UNTIL ENV-EOF = "Y"
               CLOSE EnvelopeFile

               IF NOT HEADER-IS-FOUND
                   MOVE "H" TO RI-RESULT
                   MOVE "no ENVHDR header record" TO REJECT-REASON
                   EXIT SECTION
               END-IF
               IF NOT TRAILER-IS-FOUND
                   MOVE "H" TO RI-RESULT
                   MOVE "no ENVTRL trailer record" TO REJECT-REASON
                   EXIT SECTION
               END-IF
               IF LINES-COUNTED NOT = RI-RECORD-COUNT
                   MOVE "T" TO RI-RESULT
                   INITIALIZE REJECT-REASON
                   STRING "trailer count " RI-RECORD-COUNT
                       " but " LINES-COUNTED " records"
                       DELIMITED BY SIZE INTO REJECT-REASON
               END-IF.

           READ_ENVELOPE_LINE SECTION.
               READ EnvelopeFile
                   AT END
                       MOVE "Y" TO ENV-EOF
                       EXIT SECTION
               END-READ
               EVALUATE TRUE
                   WHEN EnvelopeLine(1:6) = "ENVHDR"
                       MOVE EnvelopeLine TO HEADER-LINE
                       MOVE "Y" TO HEADER-FOUND
                       MOVE EH-FILE-ID TO RI-SENDER
                       IF EH-CREATED IS NUMERIC
                           MOVE EH-CREATED TO RI-CREATED
                       END-IF
                       IF EH-SEQUENCE IS NUMERIC
                           MOVE EH-SEQUENCE TO RI-SEQUENCE
                       END-IF
                   WHEN EnvelopeLine(1:6) = "ENVTRL"
                       MOVE EnvelopeLine TO TRAILER-LINE
                       MOVE "Y" TO TRAILER-FOUND
                       IF ET-COUNT IS NUMERIC
                           MOVE ET-COUNT TO RI-RECORD-COUNT
                       END-IF
                       IF ET-HASH IS NUMERIC
                           MOVE ET-HASH TO RI-HASH-TOTAL
                       END-IF
                   WHEN OTHER
                       ADD 1 TO LINES-COUNTED
               END-EVALUATE.

           CHECK_AND_REGISTER SECTION.
               MOVE RI-FEED-ID TO IB-FEED-ID
               MOVE RI-SENDER TO IB-SENDER
               MOVE "Y" TO FEED-KNOWN
               READ InboundFeedFile
                   INVALID KEY
                       MOVE "N" TO FEED-KNOWN
               END-READ

               MOVE RI-FEED-ID TO IR-FEED-ID
               MOVE RI-SENDER TO IR-SENDER
               MOVE RI-SEQUENCE TO IR-SEQUENCE
               MOVE "Y" TO REG-FOUND
               READ InboundRegisterFile
                   INVALID KEY
                       MOVE "N" TO REG-FOUND
               END-READ
               IF REG-IS-FOUND AND IR-IS-ACCEPTED
                   AND FEED-IS-KNOWN
                   AND IB-LAST-SEQUENCE = RI-SEQUENCE
                   AND IR-CREATED = RI-CREATED
                   AND IR-RECORD-COUNT = RI-RECORD-COUNT
                   AND IR-HASH-TOTAL = RI-HASH-TOTAL
                   MOVE "P" TO RI-RESULT
                   EXIT SECTION
               END-IF
               IF REG-IS-FOUND AND IR-IS-ACCEPTED
                   MOVE "D" TO RI-RESULT
                   INITIALIZE REJECT-REASON
                   STRING "sequence already received "
                       IR-RECEIVED-DATE
                       DELIMITED BY SIZE INTO REJECT-REASON
                   EXIT SECTION
               END-IF

               IF FEED-IS-KNOWN
                   IF IB-LAST-SEQUENCE > 0
                       AND IB-LAST-CREATED = RI-CREATED
                       AND IB-LAST-COUNT = RI-RECORD-COUNT
                       AND IB-LAST-HASH = RI-HASH-TOTAL
                       MOVE "D" TO RI-RESULT
                       INITIALIZE REJECT-REASON
                       STRING "same content as sequence "
                           IB-LAST-SEQUENCE
                           DELIMITED BY SIZE INTO REJECT-REASON
                       EXIT SECTION
                   END-IF
                   IF IB-LAST-SEQUENCE = 999999
                       MOVE 1 TO EXPECTED-SEQUENCE
                   ELSE
                       COMPUTE EXPECTED-SEQUENCE =
                           IB-LAST-SEQUENCE + 1
                   END-IF
                   IF RI-SEQUENCE NOT = EXPECTED-SEQUENCE
                       MOVE "S" TO RI-RESULT
                       INITIALIZE REJECT-REASON
                       STRING "out of sequence - expected "
                           EXPECTED-SEQUENCE
                           DELIMITED BY SIZE INTO REJECT-REASON
                       EXIT SECTION
                   END-IF
               ELSE
                   INITIALIZE INBOUND-FEED-RECORD
                   MOVE RI-FEED-ID TO IB-FEED-ID
                   MOVE RI-SENDER TO IB-SENDER
                   MOVE "New sender - set up schedule" TO IB-DESC
                   MOVE "N" TO IB-FREQUENCY
                   MOVE "Y" TO IB-ACTIVE
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "INBOUND" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING "new sender " RI-SENDER " on feed "
                       RI-FEED-ID " - check set-up"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
               END-IF

               MOVE RI-FEED-ID TO IR-FEED-ID
               MOVE RI-SENDER TO IR-SENDER
               MOVE RI-SEQUENCE TO IR-SEQUENCE
               MOVE RI-CREATED TO IR-CREATED
               MOVE RI-RECORD-COUNT TO IR-RECORD-COUNT
               MOVE RI-HASH-TOTAL TO IR-HASH-TOTAL
               MOVE RUN-DATE TO IR-RECEIVED-DATE
               MOVE RECEIVED-TIME TO IR-RECEIVED-TIME
               MOVE "A" TO IR-STATUS
               IF REG-IS-FOUND
                   REWRITE INBOUND-REGISTER-RECORD
               ELSE
                   WRITE INBOUND-REGISTER-RECORD
               END-IF

               MOVE RI-SEQUENCE TO IB-LAST-SEQUENCE
               MOVE RUN-DATE TO IB-LAST-RECEIVED
               MOVE RECEIVED-TIME TO IB-LAST-TIME
               MOVE RI-CREATED TO IB-LAST-CREATED
               MOVE RI-RECORD-COUNT TO IB-LAST-COUNT
               MOVE RI-HASH-TOTAL TO IB-LAST-HASH
               IF FEED-IS-KNOWN
                   REWRITE INBOUND-FEED-RECORD
               ELSE
                   WRITE INBOUND-FEED-RECORD
               END-IF
               MOVE "A" TO RI-RESULT.

           REPORT_REJECTION SECTION.
               DISPLAY "INBOUND FILE REFUSED - " RI-FEED-ID " from "
                   RI-SENDER " sequence " RI-SEQUENCE
               DISPLAY "Reason: " REJECT-REASON
               MOVE "CRIT" TO ALERT-SEVERITY
               MOVE "INBOUND" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               EVALUATE RI-RESULT
                   WHEN "D"
                       STRING "duplicate " RI-FEED-ID " "
                           RI-SENDER " seq " RI-SEQUENCE " refused"
                           DELIMITED BY SIZE INTO ALERT-MESSAGE
                   WHEN "S"
                       STRING "sequence gap " RI-FEED-ID " "
                           RI-SENDER " seq " RI-SEQUENCE " refused"
                           DELIMITED BY SIZE INTO ALERT-MESSAGE
                   WHEN OTHER
                       STRING "bad header " RI-FEED-ID " "
                           RI-SENDER " seq " RI-SEQUENCE " refused"
                           DELIMITED BY SIZE INTO ALERT-MESSAGE
               END-EVALUATE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.
