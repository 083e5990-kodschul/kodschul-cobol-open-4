           01 WHT-LEDGER-RECORD.
               02 WL-DATE          PIC 9(8).
               02 WL-ACCOUNT       PIC X(6).
               02 WL-CUST-ID       PIC X(6).
               02 WL-SOURCE        PIC X(1).
                   88 WL-FROM-ACCRUAL     VALUE "I".
                   88 WL-FROM-DEPOSIT     VALUE "T".
                   88 WL-FROM-CLOSURE     VALUE "C".
               02 WL-BASIS         PIC X(1).
                   88 WL-STANDARD-RATE    VALUE "S".
                   88 WL-EXEMPT           VALUE "E".
                   88 WL-NON-RESIDENT     VALUE "N".
               02 WL-RATE          PIC 9(2)V99.
               02 WL-GROSS         PIC 9(7)V99.
               02 WL-TAX           PIC 9(7)V99.
