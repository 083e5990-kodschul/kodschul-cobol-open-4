           IDENTIFICATION DIVISION.
           PROGRAM-ID. WRITE-FX-HISTORY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FxHistoryFile ASSIGN TO "FXRATEHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD FxHistoryFile.
           COPY FXHIST.

           WORKING-STORAGE SECTION.
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
               88 HIST-FILE-MISSING VALUE "35".
           01 WRITE-DONE PIC X.
               88 WRITE-IS-DONE VALUE "Y".

           LINKAGE SECTION.
           01 WFH-PAIR     PIC X(6).
           01 WFH-DATE     PIC 9(8).
           01 WFH-SOURCE   PIC X(1).
           01 WFH-STATUS   PIC X(1).
           01 WFH-MID      PIC 9(3)V9(6).
           01 WFH-PREV-MID PIC 9(3)V9(6).
           01 WFH-MOVE-PCT PIC 9(3)V99.
           01 WFH-BUY      PIC 9(3)V9(6).
           01 WFH-SELL     PIC 9(3)V9(6).
           01 WFH-LOADED   PIC 9(8).
           01 WFH-REASON   PIC X(20).

           PROCEDURE DIVISION USING WFH-PAIR, WFH-DATE, WFH-SOURCE,
               WFH-STATUS, WFH-MID, WFH-PREV-MID, WFH-MOVE-PCT,
               WFH-BUY, WFH-SELL, WFH-LOADED, WFH-REASON.
           MAIN SECTION.
               OPEN I-O FxHistoryFile
               IF HIST-FILE-MISSING
                   OPEN OUTPUT FxHistoryFile
                   CLOSE FxHistoryFile
                   OPEN I-O FxHistoryFile
               END-IF

               MOVE WFH-PAIR     TO FH-PAIR
               MOVE WFH-DATE     TO FH-DATE
               MOVE 0            TO FH-SEQ
               MOVE WFH-SOURCE   TO FH-SOURCE
               MOVE WFH-STATUS   TO FH-STATUS
               MOVE WFH-MID      TO FH-MID
               MOVE WFH-PREV-MID TO FH-PREV-MID
               MOVE WFH-MOVE-PCT TO FH-MOVE-PCT
               MOVE WFH-BUY      TO FH-BUY-RATE
               MOVE WFH-SELL     TO FH-SELL-RATE
               MOVE WFH-LOADED   TO FH-LOADED-DATE
               MOVE WFH-REASON   TO FH-REASON

               MOVE "N" TO WRITE-DONE
               PERFORM WRITE_WITH_SEQ
               UNTIL WRITE-IS-DONE OR FH-SEQ > 98

               CLOSE FxHistoryFile
               GOBACK.

           WRITE_WITH_SEQ SECTION.
               WRITE FX-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO FH-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WRITE-DONE
               END-WRITE.
