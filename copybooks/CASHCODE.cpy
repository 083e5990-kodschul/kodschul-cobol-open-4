           01 CASH-CODE-RECORD.
               02 CC-CODE           PIC X(8).
               02 CC-ACCT-NUMBER    PIC X(6).
               02 CC-AMOUNT         PIC 9(7)V99.
               02 CC-CREATED-DATE   PIC 9(8).
               02 CC-CREATED-BY     PIC X(10).
               02 CC-EXPIRY-DATE    PIC 9(8).
               02 CC-STATUS         PIC X(1).
                   88 CC-IS-PENDING   VALUE "P".
                   88 CC-IS-REDEEMED  VALUE "R".
                   88 CC-IS-EXPIRED   VALUE "E".
                   88 CC-IS-CANCELLED VALUE "C".
               02 CC-CLOSED-DATE    PIC 9(8).
               02 CC-TERMINAL       PIC X(4).
               02 CC-BAD-TRIES      PIC 9.
