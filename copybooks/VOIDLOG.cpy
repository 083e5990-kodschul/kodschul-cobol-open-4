           01 VOID-LOG-RECORD.
               02 VL-DATE        PIC 9(8).
               02 VL-TIME        PIC 9(6).
               02 VL-STORE       PIC X(3).
               02 VL-CASHIER     PIC X(10).
               02 VL-TYPE        PIC X(1).
                   88 VL-IS-LINE-VOID VALUE "L".
                   88 VL-IS-POST-VOID VALUE "P".
               02 VL-ITEM        PIC X(10).
               02 VL-QTY         PIC 99.
               02 VL-VALUE       PIC 9(5)V99.
               02 VL-RCPT-SEQ    PIC 9(4).
               02 VL-SUPERVISOR  PIC X(10).
