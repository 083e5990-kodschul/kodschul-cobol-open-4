               02 ACCT-LAST-ACTIVITY  PIC 9(8).
               02 ACCT-HELD-AMOUNT    PIC 9(7)V99.
               02 ACCT-CURRENCY       PIC X(3).
               02 ACCT-PRODUCT        PIC X(4).
