           01 INBOUND-REGISTER-RECORD.
               02 IR-KEY.
                   03 IR-FEED-ID    PIC X(8).
                   03 IR-SENDER     PIC X(8).
                   03 IR-SEQUENCE   PIC 9(6).
               02 IR-CREATED        PIC 9(8).
               02 IR-RECORD-COUNT   PIC 9(7).
               02 IR-HASH-TOTAL     PIC 9(13)V99.
               02 IR-RECEIVED-DATE  PIC 9(8).
               02 IR-RECEIVED-TIME  PIC 9(6).
               02 IR-STATUS         PIC X(1).
                   88 IR-IS-ACCEPTED VALUE "A".
                   88 IR-IS-RELEASED VALUE "R".
