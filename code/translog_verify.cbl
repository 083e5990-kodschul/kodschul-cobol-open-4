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
                           COMPUTE COMPUTED-BALANCE =
                               VE-BALANCE(ENTRY-INDEX)
                               - VE-AMOUNT(ENTRY-INDEX)
                       WHEN "CCASH-HOLD"
                       WHEN "CCASH-REL"
                           MOVE VE-BALANCE(ENTRY-INDEX) TO
                               COMPUTED-BALANCE
                       WHEN OTHER
                           COMPUTE COMPUTED-BALANCE =
                               VE-BALANCE(ENTRY-INDEX)
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
                       ADD VE-AMOUNT(ENTRY-INDEX) TO
                           COMPUTED-BALANCE
                   WHEN "CCASH-HOLD"
                   WHEN "CCASH-REL"
                       CONTINUE
                   WHEN OTHER
                       SUBTRACT VE-AMOUNT(ENTRY-INDEX) FROM
                           COMPUTED-BALANCE
