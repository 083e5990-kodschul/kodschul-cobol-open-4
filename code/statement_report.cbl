                   WHEN "XFER-UNDO"
                   WHEN "INTEREST"
                   WHEN "CLRG-IN"
                   WHEN "CLRG-RTN"
                   WHEN "LOAN-ADV"
                   WHEN "TD-MATURE"
                   WHEN "DSP-CREDIT"
                   WHEN "REVERSAL"
                   WHEN "PURCH-VOID"
                   WHEN "SWEEP-IN"
                   WHEN "SALARY"
                   WHEN "ESC-RECLM"
                   WHEN "SCHOLARSHP"
                       COMPUTE OPENING-BALANCE =
                           SE-BALANCE(ENTRY-INDEX)
                           - SE-AMOUNT(ENTRY-INDEX)
                   WHEN "CCASH-HOLD"
                   WHEN "CCASH-REL"
                       MOVE SE-BALANCE(ENTRY-INDEX) TO
                           OPENING-BALANCE
                   WHEN OTHER
                       COMPUTE OPENING-BALANCE =
                           SE-BALANCE(ENTRY-INDEX)
                           INTEREST-SUBTOTAL
                   WHEN "OVRD-FEE"
                       ADD SE-AMOUNT(ENTRY-INDEX) TO FEE-SUBTOTAL
                   WHEN "OVRD-INT"
                       ADD SE-AMOUNT(ENTRY-INDEX) TO FEE-SUBTOTAL
                   WHEN "FEE"
                       ADD SE-AMOUNT(ENTRY-INDEX) TO FEE-SUBTOTAL
               END-EVALUATE
