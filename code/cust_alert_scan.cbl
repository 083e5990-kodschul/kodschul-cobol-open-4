                   AND TL-TYPE NOT = "XFER-UNDO"
                   AND TL-TYPE NOT = "INTEREST"
                   AND TL-TYPE NOT = "CLRG-IN"
                   AND TL-TYPE NOT = "CLRG-RTN"
                   AND TL-TYPE NOT = "SALARY"
                   AND TL-TYPE NOT = "SWEEP-IN"
                   AND TL-TYPE NOT = "ESC-RECLM"
                   AND TL-TYPE NOT = "PURCH-VOID"
                   AND TL-TYPE NOT = "SCHOLARSHP"
                   AND TL-TYPE NOT = "CCASH-HOLD"
                   AND TL-TYPE NOT = "CCASH-REL"
                   MOVE "BIGDEBIT" TO CM-EVENT
                   MOVE TL-AMOUNT TO CM-AMOUNT
                   MOVE "a large debit left your account"
