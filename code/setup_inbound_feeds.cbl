           IDENTIFICATION DIVISION.
           PROGRAM-ID. SETUP-INBOUND-FEEDS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT InboundFeedFile ASSIGN TO "INBFEED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IB-KEY
                   FILE STATUS IS FEED-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD InboundFeedFile.
           COPY INBFEED.

           WORKING-STORAGE SECTION.
           01 FEED-FILE-STATUS PIC XX.
               88 FEED-FILE-OK VALUE "00".

           01 FEEDS-LOADED PIC 9(3) VALUE 0.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Expected Inbound Files Setup ----".

               OPEN OUTPUT InboundFeedFile

               INITIALIZE INBOUND-FEED-RECORD
               MOVE "CLRGIN" TO IB-FEED-ID
               MOVE "CLEARHSE" TO IB-SENDER
               MOVE "Inbound clearing items" TO IB-DESC
               MOVE "D" TO IB-FREQUENCY
               MOVE 1600 TO IB-CUTOFF-TIME
               PERFORM WRITE_FEED

               INITIALIZE INBOUND-FEED-RECORD
               MOVE "CLRGCONF" TO IB-FEED-ID
               MOVE "CLEARHSE" TO IB-SENDER
               MOVE "Clearing confirmations" TO IB-DESC
               MOVE "D" TO IB-FREQUENCY
               MOVE 1700 TO IB-CUTOFF-TIME
               PERFORM WRITE_FEED

               INITIALIZE INBOUND-FEED-RECORD
               MOVE "DDCOLLIN" TO IB-FEED-ID
               MOVE "DDBUREAU" TO IB-SENDER
               MOVE "Direct debit collections" TO IB-DESC
               MOVE "D" TO IB-FREQUENCY
               MOVE 1400 TO IB-CUTOFF-TIME
               PERFORM WRITE_FEED

               INITIALIZE INBOUND-FEED-RECORD
               MOVE "FXFEED" TO IB-FEED-ID
               MOVE "TREASURY" TO IB-SENDER
               MOVE "Treasury exchange rates" TO IB-DESC
               MOVE "D" TO IB-FREQUENCY
               MOVE 0900 TO IB-CUTOFF-TIME
               PERFORM WRITE_FEED

               INITIALIZE INBOUND-FEED-RECORD
               MOVE "WLFEED" TO IB-FEED-ID
               MOVE "SANCTSVC" TO IB-SENDER
               MOVE "Sanctions watch list" TO IB-DESC
               MOVE "D" TO IB-FREQUENCY
               MOVE 0600 TO IB-CUTOFF-TIME
               PERFORM WRITE_FEED

               INITIALIZE INBOUND-FEED-RECORD
               MOVE "PAYRLIN" TO IB-FEED-ID
               MOVE "OWNSTAFF" TO IB-SENDER
               MOVE "Own staff pay credits" TO IB-DESC
               MOVE "M" TO IB-FREQUENCY
               MOVE 1800 TO IB-CUTOFF-TIME
               PERFORM WRITE_FEED

               CLOSE InboundFeedFile

               DISPLAY "Expected files loaded: " FEEDS-LOADED
               DISPLAY "---- Setup Complete ----"
               GOBACK.

           WRITE_FEED SECTION.
               MOVE "Y" TO IB-ACTIVE
               WRITE INBOUND-FEED-RECORD
               ADD 1 TO FEEDS-LOADED.
