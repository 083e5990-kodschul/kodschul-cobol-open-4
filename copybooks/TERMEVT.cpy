           01 TERMINAL-EVENT-RECORD.
               02 TE-KEY.
                   03 TE-TERMINAL   PIC X(4).
                   03 TE-START-DATE PIC 9(8).
                   03 TE-START-TIME PIC 9(6).
                   03 TE-SEQ        PIC 9(2).
               02 TE-CAUSE          PIC X(8).
                   88 TE-IS-OUT-OF-SERVICE VALUE "OUTSERV".
                   88 TE-IS-CASSETTE-EMPTY VALUE "CASSEMPT".
                   88 TE-IS-DISPENSE-FAULT VALUE "DISPFALT".
                   88 TE-IS-REVERSAL       VALUE "REVERSAL".
               02 TE-END-DATE       PIC 9(8).
               02 TE-END-TIME       PIC 9(6).
               02 TE-STATUS         PIC X(1).
                   88 TE-IS-OPEN     VALUE "O".
                   88 TE-IS-RESTORED VALUE "C".
               02 TE-DETAIL         PIC X(30).
