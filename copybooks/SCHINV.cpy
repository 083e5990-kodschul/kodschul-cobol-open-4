               02 FI-STATUS      PIC X(1).
                   88 FI-IS-OPEN VALUE "O".
                   88 FI-IS-PAID VALUE "P".
                   88 FI-IS-IN-PLAN VALUE "L".
