           01 OD-ACCRUAL-RECORD.
               02 OD-ACCT-NUMBER       PIC X(6).
               02 OD-PERIOD            PIC 9(6).
               02 OD-DAYS-OVERDRAWN    PIC 9(3).
               02 OD-PEAK-BALANCE      PIC S9(7)V99.
               02 OD-ACCRUED-ARRANGED  PIC 9(5)V9(4).
               02 OD-ACCRUED-EXCESS    PIC 9(5)V9(4).
               02 OD-LAST-PERIOD       PIC 9(6).
               02 OD-LAST-DAYS         PIC 9(3).
               02 OD-LAST-PEAK         PIC S9(7)V99.
               02 OD-LAST-CHARGED      PIC 9(5)V99.
               02 OD-LAST-CHARGE-DATE  PIC 9(8).
