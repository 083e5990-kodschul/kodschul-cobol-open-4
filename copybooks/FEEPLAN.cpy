           01 FEE-PLAN-RECORD.
               02 FP-STUD-ID     PIC X(6).
               02 FP-AGREED-DATE PIC 9(8).
               02 FP-AGREED-BY   PIC X(10).
               02 FP-TOTAL       PIC 9(7)V99.
               02 FP-PAID        PIC 9(7)V99.
               02 FP-INST-COUNT  PIC 9(2).
               02 FP-MISSED      PIC 9(2).
               02 FP-STATUS      PIC X(1).
                   88 FP-IS-ACTIVE    VALUE "A".
                   88 FP-IS-COMPLETE  VALUE "C".
                   88 FP-IS-BROKEN    VALUE "B".
                   88 FP-IS-CANCELLED VALUE "X".
               02 FP-INSTALMENT OCCURS 12 TIMES.
                   03 FP-DUE-DATE      PIC 9(8).
                   03 FP-INST-AMOUNT   PIC 9(7)V99.
                   03 FP-INST-PAID-ON  PIC 9(8).
                   03 FP-INST-STATUS   PIC X(1).
                       88 FP-INST-IS-DUE    VALUE "D".
                       88 FP-INST-IS-PAID   VALUE "P".
                       88 FP-INST-IS-MISSED VALUE "M".
