           01 BILL-PAYMENT-RECORD.
               02 BP-DATE          PIC 9(8).
               02 BP-TIME          PIC 9(6).
               02 BP-BILLER        PIC X(6).
               02 BP-REFERENCE     PIC X(12).
               02 BP-ACCOUNT       PIC X(6).
               02 BP-AMOUNT        PIC 9(7)V99.
               02 BP-TERMINAL      PIC X(4).
