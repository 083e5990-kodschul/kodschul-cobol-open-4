           01 WATCH-LIST-RECORD.
               02 WL-ID          PIC X(8).
               02 WL-TYPE        PIC X(1).
                   88 WL-IS-NAME    VALUE "N".
                   88 WL-IS-ACCOUNT VALUE "A".
               02 WL-NAME        PIC X(30).
               02 WL-KEY         PIC X(30).
               02 WL-KEY-LENGTH  PIC 9(2).
               02 WL-LIST        PIC X(10).
               02 WL-LISTED-DATE PIC 9(8).
