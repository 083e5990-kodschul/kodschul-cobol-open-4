           01 INBOUND-FEED-RECORD.
               02 IB-KEY.
                   03 IB-FEED-ID   PIC X(8).
                   03 IB-SENDER    PIC X(8).
               02 IB-DESC          PIC X(30).
               02 IB-FREQUENCY     PIC X(1).
                   88 IB-IS-DAILY       VALUE "D".
                   88 IB-IS-MONTHLY     VALUE "M".
                   88 IB-IS-UNSCHEDULED VALUE "N".
               02 IB-CUTOFF-TIME   PIC 9(4).
               02 IB-ACTIVE        PIC X(1).
                   88 IB-IS-ACTIVE VALUE "Y".
               02 IB-LAST-SEQUENCE PIC 9(6).
               02 IB-LAST-RECEIVED PIC 9(8).
               02 IB-LAST-TIME     PIC 9(6).
               02 IB-LAST-CREATED  PIC 9(8).
               02 IB-LAST-COUNT    PIC 9(7).
               02 IB-LAST-HASH     PIC 9(13)V99.
