           01 CUSTOMER-TAX-RECORD.
               02 CTX-CUST-ID      PIC X(6).
               02 CTX-STATUS       PIC X(1).
                   88 CTX-IS-EXEMPT       VALUE "E".
                   88 CTX-IS-NON-RESIDENT VALUE "N".
               02 CTX-RATE         PIC 9(2)V99.
               02 CTX-COUNTRY      PIC X(2).
               02 CTX-CERT-REF     PIC X(12).
               02 CTX-EXPIRY       PIC 9(8).
               02 CTX-UPDATED      PIC 9(8).
