           01 FIXED-ASSET-RECORD.
               02 FA-ID            PIC X(8).
               02 FA-DESC          PIC X(30).
               02 FA-CLASS         PIC X(1).
                   88 FA-IS-TERMINAL VALUE "T".
                   88 FA-IS-FITTING  VALUE "F".
                   88 FA-IS-SCHOOL   VALUE "E".
               02 FA-TERM-ID       PIC X(4).
               02 FA-STORE         PIC X(3).
               02 FA-LOCATION      PIC X(10).
               02 FA-COST          PIC 9(9)V99.
               02 FA-SALVAGE       PIC 9(9)V99.
               02 FA-ACQ-DATE      PIC 9(8).
               02 FA-LIFE-MONTHS   PIC 9(3).
               02 FA-METHOD        PIC X(1).
                   88 FA-STRAIGHT-LINE VALUE "S".
                   88 FA-DECLINING     VALUE "D".
               02 FA-RATE          PIC 9(2)V99.
               02 FA-ACCUM-DEPN    PIC 9(9)V99.
               02 FA-LAST-PERIOD   PIC 9(6).
               02 FA-STATUS        PIC X(1).
                   88 FA-IS-ACTIVE   VALUE "A".
                   88 FA-IS-DISPOSED VALUE "D".
               02 FA-DISPOSAL-DATE PIC 9(8).
               02 FA-PROCEEDS      PIC 9(9)V99.
               02 FA-GAIN-LOSS     PIC S9(9)V99.
