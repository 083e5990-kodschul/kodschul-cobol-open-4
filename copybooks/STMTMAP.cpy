           01 STATEMENT-MAP-RECORD.
               02 SM-CODE      PIC X(4).
               02 SM-LINE      PIC 9(2).
               02 SM-LINE-NAME PIC X(24).
               02 SM-SEGMENT   PIC X(1).
                   88 SM-IS-BANK   VALUE "B".
                   88 SM-IS-SHOPS  VALUE "S".
                   88 SM-IS-SCHOOL VALUE "C".
