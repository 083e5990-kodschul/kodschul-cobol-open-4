           01 CLASS-PROGRESSION-RECORD.
               02 CP-CLASS      PIC X(6).
               02 CP-NEXT-CLASS PIC X(6).
               02 CP-FINAL      PIC X(1).
                   88 CP-IS-FINAL-YEAR VALUE "Y".
               02 CP-HOMEROOM   PIC X(10).
