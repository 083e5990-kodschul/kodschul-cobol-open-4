                      02 PROMO-EXPIRY           PIC 9(8).
                      02 PROMO-REDEMPTION-LIMIT PIC 9(5).
                      02 PROMO-REDEMPTION-COUNT PIC 9(5).
                      02 PROMO-CUST-ID          PIC X(6).
                      02 PROMO-CATEGORY         PIC X(1).
                      02 PROMO-CAMPAIGN         PIC X(6).

                  WORKING-STORAGE SECTION.
                  01 PROMO-FILE-STATUS PIC XX.
                      DISPLAY "---- Promo Code Setup ----".

                      OPEN OUTPUT PromoCodeFile
                      INITIALIZE PROMO-CODE-RECORD

                      MOVE "RABATT5" TO PROMO-CODE
                      MOVE 5.00 TO PROMO-PERCENT
