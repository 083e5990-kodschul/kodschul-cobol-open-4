           01 REORDER-PROPOSAL-RECORD.
               02 RP-ITEM          PIC X(10).
               02 RP-RUN-DATE      PIC 9(8).
               02 RP-DAYS-OF-DATA  PIC 9(3).
               02 RP-AVG-DAILY     PIC 9(5)V99.
               02 RP-STD-DEV       PIC 9(5)V99.
               02 RP-LEAD-DAYS     PIC 9(3).
               02 RP-OLD-ROP       PIC 9(5).
               02 RP-NEW-ROP       PIC 9(5).
               02 RP-OLD-QTY       PIC 9(5).
               02 RP-NEW-QTY       PIC 9(5).
               02 RP-STATUS        PIC X(1).
                   88 RP-IS-PROPOSED VALUE "P".
                   88 RP-IS-ACCEPTED VALUE "A".
                   88 RP-IS-REJECTED VALUE "R".
