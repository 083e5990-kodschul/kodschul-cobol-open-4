               02 PROMO-EXPIRY           PIC 9(8).
               02 PROMO-REDEMPTION-LIMIT PIC 9(5).
               02 PROMO-REDEMPTION-COUNT PIC 9(5).
               02 PROMO-CUST-ID          PIC X(6).
               02 PROMO-CATEGORY         PIC X(1).
               02 PROMO-CAMPAIGN         PIC X(6).

           FD TransactionLogFile.
           01 TRANS-LOG-LINE PIC X(80).
