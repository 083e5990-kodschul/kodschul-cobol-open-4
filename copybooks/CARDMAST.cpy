                   88 CARD-IS-ACTIVE VALUE "A".
                   88 CARD-IS-HOT    VALUE "H".
                   88 CARD-IS-CLOSED VALUE "X".
               02 CARD-REPLACES     PIC X(10).
               02 CARD-REPLACED-BY  PIC X(10).
               02 CARD-FIRST-USED   PIC 9(8).
