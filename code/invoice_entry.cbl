           01 SUPPLIER-RECORD.
               02 SUPP-ID   PIC X(6).
               02 SUPP-NAME PIC X(20).
               02 SUPP-PAY-ACCT  PIC X(6).
               02 SUPP-DISC-PCT  PIC 9(2)V99.
               02 SUPP-DISC-DAYS PIC 9(3).

           WORKING-STORAGE SECTION.
           01 INV-FILE-STATUS PIC XX.
