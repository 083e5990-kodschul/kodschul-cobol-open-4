                   CURR-SYMBOL-POSITION, AMOUNT-F
               DISPLAY "-----------------------------------"
               DISPLAY "Account : " ACCT-NUMBER " type "
                   ACCT-TYPE " product " ACCT-PRODUCT
                   " balance " AMOUNT-F
               DISPLAY "Flags   : blocked " ACCT-BLOCKED
                   " dormant " ACCT-DORMANT
                   " last activity " ACCT-LAST-ACTIVITY
