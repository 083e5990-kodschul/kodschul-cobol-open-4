           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           01 EVT-ACTION   PIC X(5).
           01 EVT-TERMINAL PIC X(4).
           01 EVT-CAUSE    PIC X(8).
           01 EVT-DETAIL   PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Cash Cassette Maintenance ----"
                   " count " INPUT-COUNT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               IF INPUT-COUNT > 0
                   MOVE "END" TO EVT-ACTION
                   MOVE INPUT-TERMINAL TO EVT-TERMINAL
                   MOVE "CASSEMPT" TO EVT-CAUSE
                   INITIALIZE EVT-DETAIL
                   STRING "DENOM " INPUT-DENOM
                       DELIMITED BY SIZE INTO EVT-DETAIL
                   CALL "WRITE-TERM-EVENT" USING EVT-ACTION,
                       EVT-TERMINAL, EVT-CAUSE, EVT-DETAIL
                   MOVE "DISPFALT" TO EVT-CAUSE
                   MOVE SPACES TO EVT-DETAIL
                   CALL "WRITE-TERM-EVENT" USING EVT-ACTION,
                       EVT-TERMINAL, EVT-CAUSE, EVT-DETAIL
               END-IF.
