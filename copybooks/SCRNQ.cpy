           01 SCREEN-QUEUE-RECORD.
               02 SQ-ID           PIC 9(16).
               02 SQ-SOURCE       PIC X(10).
               02 SQ-REFERENCE    PIC X(14).
               02 SQ-CUST-ID      PIC X(6).
               02 SQ-PARTY        PIC X(30).
               02 SQ-ACCOUNT      PIC X(6).
               02 SQ-MATCH-ON     PIC X(1).
                   88 SQ-MATCHED-NAME    VALUE "N".
                   88 SQ-MATCHED-ACCOUNT VALUE "A".
               02 SQ-PARTY-KEY    PIC X(30).
               02 SQ-WL-ID        PIC X(8).
               02 SQ-WL-NAME      PIC X(30).
               02 SQ-STATUS       PIC X(1).
                   88 SQ-IS-PENDING   VALUE "P".
                   88 SQ-IS-CLEARED   VALUE "C".
                   88 SQ-IS-CONFIRMED VALUE "F".
               02 SQ-RAISED-DATE  PIC 9(8).
               02 SQ-DECIDED-DATE PIC 9(8).
               02 SQ-DECIDED-BY   PIC X(10).
               02 SQ-HELD-ITEM    PIC X(60).
               02 SQ-RELEASED     PIC X(1).
                   88 SQ-IS-RELEASED VALUE "Y".
