               02 CUST-PHONE         PIC X(12).
               02 CUST-MAIL-RETURNED PIC X(1).
                   88 CUST-MAIL-IS-RETURNED VALUE "Y".
               02 CUST-DECEASED      PIC X(1).
                   88 CUST-IS-DECEASED VALUE "Y".
               02 CUST-DATE-OF-DEATH PIC 9(8).
               02 CUST-NO-MARKETING  PIC X(1).
                   88 CUST-MARKETING-STOPPED VALUE "Y".
