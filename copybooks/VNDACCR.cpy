           01 VENDOR-ACCRUAL-RECORD.
               02 VA-DATE        PIC 9(8).
               02 VA-STORE       PIC X(3).
               02 VA-RCPT-SEQ    PIC 9(4).
               02 VA-DEAL-ID     PIC X(6).
               02 VA-SUPP-ID     PIC X(6).
               02 VA-ITEM        PIC X(10).
               02 VA-UNITS       PIC 9(5).
               02 VA-PER-UNIT    PIC 9(3)V99.
               02 VA-AMOUNT      PIC 9(7)V99.
               02 VA-TYPE        PIC X(1).
                   88 VA-IS-SALE  VALUE "S".
                   88 VA-IS-VOID  VALUE "V".
