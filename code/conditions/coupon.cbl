               02 PROMO-EXPIRY           PIC 9(8).
               02 PROMO-REDEMPTION-LIMIT PIC 9(5).
               02 PROMO-REDEMPTION-COUNT PIC 9(5).
               02 PROMO-CUST-ID          PIC X(6).
               02 PROMO-CATEGORY         PIC X(1).
               02 PROMO-CAMPAIGN         PIC X(6).

           WORKING-STORAGE SECTION.
           01 PROMO-FILE-STATUS PIC XX.
               END-READ

               IF PROMO-FILE-OK
                   IF PROMO-CUST-ID NOT = SPACES
                       DISPLAY "Persoenlicher Code - nur an der Kasse "
                           "mit Kundenkarte! Kein Rabatt."
                   ELSE IF PROMO-EXPIRY < TODAY-DATE
                       DISPLAY "Promo-Code abgelaufen! Kein Rabatt."
                   ELSE IF PROMO-REDEMPTION-COUNT
                           NOT < PROMO-REDEMPTION-LIMIT
                       ADD 1 TO PROMO-REDEMPTION-COUNT
                       REWRITE PROMO-CODE-RECORD
                   END-IF
                   END-IF
               END-IF

               CLOSE PromoCodeFile
