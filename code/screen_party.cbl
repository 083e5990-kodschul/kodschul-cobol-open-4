           IDENTIFICATION DIVISION.
           PROGRAM-ID. SCREEN-PARTY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WatchListFile ASSIGN TO "WATCHLST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-ID
                   FILE STATUS IS WATCH-FILE-STATUS.

               SELECT ScreenQueueFile ASSIGN TO "SCRNQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SQ-ID
                   FILE STATUS IS QUEUE-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD WatchListFile.
           COPY WATCHLST.

           FD ScreenQueueFile.
           COPY SCRNQ.

           WORKING-STORAGE SECTION.
           01 WATCH-FILE-STATUS PIC XX.
               88 WATCH-FILE-OK VALUE "00".
           01 QUEUE-FILE-STATUS PIC XX.
               88 QUEUE-FILE-OK      VALUE "00".
               88 QUEUE-FILE-MISSING VALUE "35".
           01 WATCH-EOF PIC X VALUE "N".
           01 QUEUE-EOF PIC X VALUE "N".

           01 NAME-KEY    PIC X(30).
           01 NAME-LENGTH PIC 9(2).
           01 MATCH-TALLY PIC 9(3).
           01 ENTRY-MATCHED PIC X(1).
           01 MATCH-ON    PIC X(1).
           01 PARTY-KEY   PIC X(30).

           01 DECISION-FOUND PIC X(1).
           01 DECISION-ID    PIC 9(16).
           01 CONFIRMED-FOUND PIC X VALUE "N".
               88 CONFIRMED-IS-FOUND VALUE "Y".

           01 HIT-WL-ID     PIC X(8).
           01 HIT-WL-NAME   PIC X(30).
           01 HIT-MATCH-ON  PIC X(1).
           01 HIT-PARTY-KEY PIC X(30).
           01 HIT-QUEUE-ID  PIC 9(16).
           01 HIT-STATUS    PIC X(1).

           01 CONF-WL-ID     PIC X(8).
           01 CONF-WL-NAME   PIC X(30).
           01 CONF-MATCH-ON  PIC X(1).
           01 CONF-PARTY-KEY PIC X(30).

           01 RAISE-DATE PIC 9(8).
           01 RAISE-TIME PIC 9(8).
           01 QUEUE-WRITTEN PIC X VALUE "N".
           01 WRITE-TRIES PIC 9(3).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           LINKAGE SECTION.
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

           PROCEDURE DIVISION USING SP-SOURCE, SP-REFERENCE,
               SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
               SP-RESULT, SP-QUEUE-ID.
           MAIN SECTION.
               MOVE "C" TO SP-RESULT
               MOVE 0 TO SP-QUEUE-ID
               OPEN INPUT WatchListFile
               IF NOT WATCH-FILE-OK
                   GOBACK
               END-IF
               OPEN I-O ScreenQueueFile
               IF QUEUE-FILE-MISSING
                   OPEN OUTPUT ScreenQueueFile
                   CLOSE ScreenQueueFile
                   OPEN I-O ScreenQueueFile
               END-IF

               CALL "NORMALISE-NAME" USING SP-NAME, NAME-KEY,
                   NAME-LENGTH
               MOVE "N" TO CONFIRMED-FOUND
               MOVE SPACES TO HIT-WL-ID
               MOVE 0 TO HIT-QUEUE-ID

               MOVE "N" TO WATCH-EOF
               MOVE LOW-VALUES TO WL-ID
               START WatchListFile KEY IS NOT LESS THAN WL-ID
                   INVALID KEY
                       MOVE "Y" TO WATCH-EOF
               END-START
               PERFORM CHECK_ONE_ENTRY
                   UNTIL WATCH-EOF = "Y"

               EVALUATE TRUE
                   WHEN CONFIRMED-IS-FOUND
                       MOVE "F" TO SP-RESULT
                       IF SP-HELD-ITEM NOT = SPACES
                           MOVE CONF-WL-ID TO HIT-WL-ID
                           MOVE CONF-WL-NAME TO HIT-WL-NAME
                           MOVE CONF-MATCH-ON TO HIT-MATCH-ON
                           MOVE CONF-PARTY-KEY TO HIT-PARTY-KEY
                           MOVE 0 TO HIT-QUEUE-ID
                           MOVE "F" TO HIT-STATUS
                           PERFORM RAISE_HIT
                           MOVE HIT-QUEUE-ID TO SP-QUEUE-ID
                       END-IF
                   WHEN HIT-WL-ID NOT = SPACES
                       MOVE "P" TO HIT-STATUS
                       PERFORM RAISE_HIT
                       MOVE "H" TO SP-RESULT
                       MOVE HIT-QUEUE-ID TO SP-QUEUE-ID
               END-EVALUATE

               CLOSE ScreenQueueFile
               CLOSE WatchListFile
               GOBACK.

           CHECK_ONE_ENTRY SECTION.
               READ WatchListFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WATCH-EOF
                   NOT AT END
                       PERFORM MATCH_ONE_ENTRY
               END-READ.

           MATCH_ONE_ENTRY SECTION.
               MOVE "N" TO ENTRY-MATCHED
               IF WL-IS-ACCOUNT
                   IF SP-ACCOUNT NOT = SPACES
                       AND WL-KEY = SP-ACCOUNT
                       MOVE "Y" TO ENTRY-MATCHED
                       MOVE "A" TO MATCH-ON
                       MOVE SP-ACCOUNT TO PARTY-KEY
                   END-IF
               END-IF
               IF WL-IS-NAME AND NAME-LENGTH > 0
                   AND WL-KEY-LENGTH > 0
                   MOVE 0 TO MATCH-TALLY
                   EVALUATE TRUE
                       WHEN WL-KEY = NAME-KEY
                           MOVE 1 TO MATCH-TALLY
                       WHEN WL-KEY-LENGTH >= 6
                           AND WL-KEY-LENGTH < NAME-LENGTH
                           INSPECT NAME-KEY TALLYING MATCH-TALLY
                               FOR ALL WL-KEY(1:WL-KEY-LENGTH)
                       WHEN NAME-LENGTH >= 6
                           AND NAME-LENGTH < WL-KEY-LENGTH
                           INSPECT WL-KEY TALLYING MATCH-TALLY
                               FOR ALL NAME-KEY(1:NAME-LENGTH)
                   END-EVALUATE
                   IF MATCH-TALLY > 0
                       MOVE "Y" TO ENTRY-MATCHED
                       MOVE "N" TO MATCH-ON
                       MOVE NAME-KEY TO PARTY-KEY
                   END-IF
               END-IF
               IF ENTRY-MATCHED NOT = "Y"
                   EXIT SECTION
               END-IF

               PERFORM FIND_DECISION
               EVALUATE DECISION-FOUND
                   WHEN "F"
                       IF NOT CONFIRMED-IS-FOUND
                           MOVE WL-ID TO CONF-WL-ID
                           MOVE WL-NAME TO CONF-WL-NAME
                           MOVE MATCH-ON TO CONF-MATCH-ON
                           MOVE PARTY-KEY TO CONF-PARTY-KEY
                       END-IF
                       MOVE "Y" TO CONFIRMED-FOUND
                       MOVE DECISION-ID TO SP-QUEUE-ID
                   WHEN "C"
                       CONTINUE
                   WHEN OTHER
                       IF HIT-WL-ID = SPACES
                           MOVE WL-ID TO HIT-WL-ID
                           MOVE WL-NAME TO HIT-WL-NAME
                           MOVE MATCH-ON TO HIT-MATCH-ON
                           MOVE PARTY-KEY TO HIT-PARTY-KEY
                           IF DECISION-FOUND = "P"
                               MOVE DECISION-ID TO HIT-QUEUE-ID
                           END-IF
                       END-IF
               END-EVALUATE.

           FIND_DECISION SECTION.
               MOVE SPACE TO DECISION-FOUND
               MOVE 0 TO DECISION-ID
               MOVE "N" TO QUEUE-EOF
               MOVE 0 TO SQ-ID
               START ScreenQueueFile KEY IS NOT LESS THAN SQ-ID
                   INVALID KEY
                       MOVE "Y" TO QUEUE-EOF
               END-START
               PERFORM CHECK_ONE_DECISION
                   UNTIL QUEUE-EOF = "Y".

           CHECK_ONE_DECISION SECTION.
               READ ScreenQueueFile NEXT RECORD
                   AT END
                       MOVE "Y" TO QUEUE-EOF
                       EXIT SECTION
               END-READ
               IF SQ-PARTY-KEY NOT = PARTY-KEY
                   OR SQ-WL-ID NOT = WL-ID
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN SQ-IS-CONFIRMED
                       MOVE "F" TO DECISION-FOUND
                       MOVE SQ-ID TO DECISION-ID
                       MOVE "Y" TO QUEUE-EOF
                   WHEN SQ-IS-CLEARED
                       MOVE "C" TO DECISION-FOUND
                   WHEN SQ-IS-PENDING
                       IF DECISION-FOUND = SPACE
                           AND (SP-HELD-ITEM = SPACES
                               OR SQ-REFERENCE = SP-REFERENCE)
                           MOVE "P" TO DECISION-FOUND
                           MOVE SQ-ID TO DECISION-ID
                       END-IF
               END-EVALUATE.

           RAISE_HIT SECTION.
               IF HIT-QUEUE-ID > 0
                   EXIT SECTION
               END-IF
               ACCEPT RAISE-DATE FROM DATE YYYYMMDD
               ACCEPT RAISE-TIME FROM TIME
               INITIALIZE SCREEN-QUEUE-RECORD
               COMPUTE SQ-ID = RAISE-DATE * 100000000 + RAISE-TIME
               MOVE SP-SOURCE TO SQ-SOURCE
               MOVE SP-REFERENCE TO SQ-REFERENCE
               MOVE SP-CUST-ID TO SQ-CUST-ID
               MOVE SP-NAME TO SQ-PARTY
               MOVE SP-ACCOUNT TO SQ-ACCOUNT
               MOVE HIT-MATCH-ON TO SQ-MATCH-ON
               MOVE HIT-PARTY-KEY TO SQ-PARTY-KEY
               MOVE HIT-WL-ID TO SQ-WL-ID
               MOVE HIT-WL-NAME TO SQ-WL-NAME
               MOVE HIT-STATUS TO SQ-STATUS
               MOVE RAISE-DATE TO SQ-RAISED-DATE
               IF HIT-STATUS = "F"
                   MOVE RAISE-DATE TO SQ-DECIDED-DATE
                   MOVE SP-SOURCE TO SQ-DECIDED-BY
               ELSE
                   MOVE 0 TO SQ-DECIDED-DATE
                   MOVE SPACES TO SQ-DECIDED-BY
               END-IF
               MOVE SP-HELD-ITEM TO SQ-HELD-ITEM
               MOVE "N" TO SQ-RELEASED
               MOVE "N" TO QUEUE-WRITTEN
               MOVE 0 TO WRITE-TRIES
               PERFORM WRITE_QUEUE_ENTRY
                   UNTIL QUEUE-WRITTEN = "Y"
                   OR WRITE-TRIES > 100
               MOVE SQ-ID TO HIT-QUEUE-ID

               MOVE "CRIT" TO ALERT-SEVERITY
               MOVE SP-SOURCE TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "Watch-list hit " HIT-WL-ID " on "
                   SP-NAME DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.

           WRITE_QUEUE_ENTRY SECTION.
               ADD 1 TO WRITE-TRIES
               WRITE SCREEN-QUEUE-RECORD
                   INVALID KEY
                       ADD 1 TO SQ-ID
                   NOT INVALID KEY
                       MOVE "Y" TO QUEUE-WRITTEN
               END-WRITE.
