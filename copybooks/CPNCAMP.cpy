           01 COUPON-CAMPAIGN-RECORD.
               02 CC-KEY.
                   03 CC-CAMPAIGN   PIC X(6).
                   03 CC-CUST-ID    PIC X(6).
               02 CC-GROUP          PIC X(1).
                   88 CC-IS-TARGET  VALUE "T".
                   88 CC-IS-CONTROL VALUE "C".
               02 CC-SEGMENT.
                   03 CC-RECENCY    PIC 9(1).
                   03 CC-FREQUENCY  PIC 9(1).
                   03 CC-MONETARY   PIC 9(1).
               02 CC-OFFER          PIC X(1).
                   88 CC-OFFER-IS-REGULAR VALUE "B".
                   88 CC-OFFER-IS-WINBACK VALUE "L".
               02 CC-CATEGORY       PIC X(1).
               02 CC-PERCENT        PIC 9(2)V99.
               02 CC-PROMO-CODE     PIC X(10).
               02 CC-ISSUE-DATE     PIC 9(8).
               02 CC-EXPIRY         PIC 9(8).
               02 CC-BASE-VISITS    PIC 9(5).
               02 CC-BASE-SPEND     PIC 9(7)V99.
               02 CC-STATUS         PIC X(1).
                   88 CC-IS-OPEN     VALUE "O".
                   88 CC-IS-REPORTED VALUE "R".
               02 CC-REDEEMED       PIC X(1).
                   88 CC-WAS-REDEEMED VALUE "Y".
               02 CC-CAMP-VISITS    PIC 9(5).
               02 CC-CAMP-SPEND     PIC 9(7)V99.
