           01 SOD-RULE-RECORD.
               02 SR-RULE-ID       PIC X(6).
               02 SR-DESC          PIC X(40).
               02 SR-FUNCTION-A    PIC X(12).
               02 SR-FUNCTION-B    PIC X(12).
               02 SR-ACTION-A      PIC X(20).
               02 SR-ACTION-B      PIC X(20).
               02 SR-MATCH         PIC X(1).
                   88 SR-MATCH-SELF    VALUE "S".
                   88 SR-MATCH-OBJECT  VALUE "O".
                   88 SR-MATCH-PERIOD  VALUE "P".
               02 SR-DETAIL-TAG    PIC X(10).
               02 SR-WINDOW-DAYS   PIC 9(3).
               02 SR-ID-CHECKED    PIC X(1).
                   88 SR-SAME-ID-BLOCKED VALUE "Y".
               02 SR-ACTIVE        PIC X(1).
                   88 SR-IS-ACTIVE VALUE "Y".
