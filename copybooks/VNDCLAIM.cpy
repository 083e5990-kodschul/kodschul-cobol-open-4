           01 VENDOR-CLAIM-RECORD.
               02 VC-KEY.
                   03 VC-PERIOD  PIC 9(6).
                   03 VC-SUPP-ID PIC X(6).
               02 VC-REFERENCE   PIC X(14).
               02 VC-UNITS       PIC 9(7).
               02 VC-AMOUNT      PIC 9(7)V99.
               02 VC-OFFSET      PIC 9(7)V99.
               02 VC-INVOICED    PIC 9(7)V99.
               02 VC-RUN-DATE    PIC 9(8).
               02 VC-STATUS      PIC X(1).
                   88 VC-IS-SETTLED VALUE "S".
                   88 VC-IS-INVOICED VALUE "I".
