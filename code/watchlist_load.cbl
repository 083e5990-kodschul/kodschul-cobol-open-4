           IDENTIFICATION DIVISION.
           PROGRAM-ID. WATCHLIST-LOAD.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WatchFeedFile ASSIGN TO "WLFEED"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FEED-FILE-STATUS.

               SELECT WatchListFile ASSIGN TO "WATCHLST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-ID
                   FILE STATUS IS WATCH-FILE-STATUS.

               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD WatchFeedFile.
           01 WatchFeedLine.
               02 WF-ID          PIC X(8).
               02 WF-TYPE        PIC X(1).
               02 WF-NAME        PIC X(30).
               02 WF-LIST        PIC X(10).
               02 WF-LISTED-DATE PIC 9(8).

           FD WatchListFile.
           COPY WATCHLST.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           WORKING-STORAGE SECTION.
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".
           01 WATCH-FILE-STATUS PIC XX.
               88 WATCH-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 FEED-EOF PIC X VALUE "N".
           01 CUST-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 LOAD-PASS PIC X(1).
               88 LOAD-IS-COUNTING VALUE "C".
               88 LOAD-IS-WRITING  VALUE "W".
           01 FEED-VALID PIC X(1).
           01 ENTRIES-VALID    PIC 9(7) VALUE 0.
           01 ENTRIES-LOADED   PIC 9(7) VALUE 0.
           01 ENTRIES-REJECTED PIC 9(7) VALUE 0.
           01 CUSTOMERS-SCREENED PIC 9(7) VALUE 0.
           01 CUSTOMERS-HELD     PIC 9(7) VALUE 0.
           01 CUSTOMERS-CONFIRMED PIC 9(7) VALUE 0.

           01 SP-SOURCE    PIC X(10).
           01 SP-REFERENCE PIC X(14).
           01 SP-CUST-ID   PIC X(6).
           01 SP-NAME      PIC X(30).
           01 SP-ACCOUNT   PIC X(6).
           01 SP-HELD-ITEM PIC X(60).
           01 SP-RESULT    PIC X(1).
               88 SP-IS-CLEAR     VALUE "C".
               88 SP-IS-HELD      VALUE "H".
               88 SP-IS-CONFIRMED VALUE "F".
           01 SP-QUEUE-ID  PIC 9(16).

           01 REG-FEED-ID      PIC X(8) VALUE "WLFEED".
           01 REG-FILE-NAME    PIC X(40) VALUE "WLFEED".
           01 REG-SENDER       PIC X(8).
           01 REG-SEQUENCE     PIC 9(6).
           01 REG-CREATED      PIC 9(8).
           01 REG-RECORD-COUNT PIC 9(7).
           01 REG-HASH-TOTAL   PIC 9(13)V99.
           01 REG-RESULT       PIC X(1).
               88 REG-IS-ACCEPTED VALUE "A".
               88 REG-IS-ALREADY-SEEN VALUE "P".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Watch List Load ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE 0 TO RETURN-CODE

               OPEN INPUT WatchFeedFile
               IF NOT FEED-FILE-OK
                   DISPLAY "No watch-list feed - current list "
                       "retained."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               CALL "REGISTER-INBOUND" USING REG-FEED-ID,
                   REG-FILE-NAME, REG-SENDER, REG-SEQUENCE,
                   REG-CREATED, REG-RECORD-COUNT, REG-HASH-TOTAL,
                   REG-RESULT
               IF REG-IS-ALREADY-SEEN
                   DISPLAY "No new watch-list feed - current list "
                       "retained."
                   CLOSE WatchFeedFile
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               IF NOT REG-IS-ACCEPTED
                   DISPLAY "Watch-list feed refused - list retained."
                   CLOSE WatchFeedFile
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               MOVE "C" TO LOAD-PASS
               PERFORM READ_FEED
               CLOSE WatchFeedFile

               IF ENTRIES-VALID = 0
                   DISPLAY "Watch-list feed holds no valid "
                       "entries - current list retained."
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN OUTPUT WatchListFile
               CLOSE WatchListFile
               OPEN I-O WatchListFile
               OPEN INPUT WatchFeedFile
               MOVE "W" TO LOAD-PASS
               MOVE 0 TO ENTRIES-REJECTED
               PERFORM READ_FEED
               CLOSE WatchFeedFile
               CLOSE WatchListFile

               PERFORM RESCREEN_CUSTOMERS

               DISPLAY "Entries loaded:      " ENTRIES-LOADED
               DISPLAY "Entries rejected:    " ENTRIES-REJECTED
               DISPLAY "Customers screened:  " CUSTOMERS-SCREENED
               DISPLAY "Held for review:     " CUSTOMERS-HELD
               DISPLAY "Confirmed matches:   " CUSTOMERS-CONFIRMED

               MOVE "WATCHLIST" TO AUD-SOURCE
               MOVE "BATCH" TO AUD-USER
               MOVE "WATCHLIST_LOADED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING ENTRIES-LOADED " entries "
                   CUSTOMERS-HELD " held"
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               IF ENTRIES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE ENTRIES-LOADED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Watch List Load Complete ----"
               GOBACK.

           READ_FEED SECTION.
               MOVE "N" TO FEED-EOF
               PERFORM READ_ONE_FEED_LINE
                   UNTIL FEED-EOF = "Y".

           READ_ONE_FEED_LINE SECTION.
               READ WatchFeedFile
                   AT END
                       MOVE "Y" TO FEED-EOF
                       EXIT SECTION
               END-READ
               IF WatchFeedLine(1:6) = "ENVHDR"
                   OR WatchFeedLine(1:6) = "ENVTRL"
                   EXIT SECTION
               END-IF

               MOVE "Y" TO FEED-VALID
               IF WF-ID = SPACES OR WF-NAME = SPACES
                   MOVE "N" TO FEED-VALID
               END-IF
               IF WF-TYPE NOT = "N" AND WF-TYPE NOT = "A"
                   MOVE "N" TO FEED-VALID
               END-IF
               IF FEED-VALID NOT = "Y"
                   ADD 1 TO ENTRIES-REJECTED
                   IF LOAD-IS-WRITING
                       DISPLAY "Rejected feed line: "
                           WatchFeedLine(1:39)
                   END-IF
                   EXIT SECTION
               END-IF
               IF LOAD-IS-COUNTING
                   ADD 1 TO ENTRIES-VALID
                   EXIT SECTION
               END-IF

               INITIALIZE WATCH-LIST-RECORD
               MOVE WF-ID TO WL-ID
               MOVE WF-TYPE TO WL-TYPE
               MOVE WF-NAME TO WL-NAME
               MOVE WF-LIST TO WL-LIST
               IF WF-LISTED-DATE IS NUMERIC
                   MOVE WF-LISTED-DATE TO WL-LISTED-DATE
               ELSE
                   MOVE RUN-DATE TO WL-LISTED-DATE
               END-IF
               IF WL-IS-ACCOUNT
                   MOVE WF-NAME TO WL-KEY
                   MOVE 6 TO WL-KEY-LENGTH
               ELSE
                   CALL "NORMALISE-NAME" USING WL-NAME, WL-KEY,
                       WL-KEY-LENGTH
               END-IF
               WRITE WATCH-LIST-RECORD
                   INVALID KEY
                       ADD 1 TO ENTRIES-REJECTED
                       DISPLAY "Duplicate watch-list id: " WF-ID
                   NOT INVALID KEY
                       ADD 1 TO ENTRIES-LOADED
               END-WRITE.

           RESCREEN_CUSTOMERS SECTION.
               OPEN INPUT CustomerMasterFile
               IF NOT CUST-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO CUST-EOF
               PERFORM RESCREEN_ONE_CUSTOMER
                   UNTIL CUST-EOF = "Y"
               CLOSE CustomerMasterFile.

           RESCREEN_ONE_CUSTOMER SECTION.
               READ CustomerMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO CUST-EOF
                       EXIT SECTION
               END-READ
               ADD 1 TO CUSTOMERS-SCREENED
               MOVE "RESCREEN" TO SP-SOURCE
               MOVE CUST-ID TO SP-REFERENCE
               MOVE CUST-ID TO SP-CUST-ID
               MOVE CUST-NAME TO SP-NAME
               MOVE SPACES TO SP-ACCOUNT
               MOVE SPACES TO SP-HELD-ITEM
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               EVALUATE TRUE
                   WHEN SP-IS-HELD
                       ADD 1 TO CUSTOMERS-HELD
                       DISPLAY "Review: customer " CUST-ID " "
                           CUST-NAME " queue " SP-QUEUE-ID
                   WHEN SP-IS-CONFIRMED
                       ADD 1 TO CUSTOMERS-CONFIRMED
                       DISPLAY "Confirmed: customer " CUST-ID " "
                           CUST-NAME
               END-EVALUATE.
