           01 PROMO-CODE-RECORD.
               02 PROMO-CODE             PIC X(10).
               02 PROMO-PERCENT          PIC 9(2)V99.
               02 PROMO-EXPIRY           PIC 9(8).
               02 PROMO-REDEMPTION-LIMIT PIC 9(5).
               02 PROMO-REDEMPTION-COUNT PIC 9(5).
               02 PROMO-CUST-ID          PIC X(6).
               02 PROMO-CATEGORY         PIC X(1).
               02 PROMO-CAMPAIGN         PIC X(6).
