           01 BILLER-RECORD.
               02 BL-CODE          PIC X(6).
               02 BL-NAME          PIC X(20).
               02 BL-REF-FORMAT    PIC X(12).
               02 BL-CHECK-RULE    PIC X(1).
                   88 BL-CHECK-NONE  VALUE "N".
                   88 BL-CHECK-LUHN  VALUE "L".
                   88 BL-CHECK-MOD11 VALUE "M".
               02 BL-KIND          PIC X(1).
                   88 BL-IS-UTILITY  VALUE "U".
                   88 BL-IS-SCHOOL   VALUE "S".
               02 BL-STATUS        PIC X(1).
                   88 BL-IS-ACTIVE   VALUE "A".
                   88 BL-IS-CLOSED   VALUE "X".
               02 BL-OPENED-DATE   PIC 9(8).
