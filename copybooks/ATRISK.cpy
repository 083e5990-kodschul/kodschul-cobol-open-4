           01 AT-RISK-RECORD.
               02 AR-STUD-ID       PIC X(6).
               02 AR-FIRST-FLAGGED PIC 9(8).
               02 AR-LAST-RUN      PIC 9(8).
               02 AR-LAST-SCORE    PIC 9(3).
               02 AR-PREV-SCORE    PIC 9(3).
               02 AR-RUNS-FLAGGED  PIC 9(3).
               02 AR-STATUS        PIC X(1).
                   88 AR-IS-FLAGGED    VALUE "F".
                   88 AR-IS-CLEARED    VALUE "C".
