           01 SCHOLARSHIP-PAYOUT-RECORD.
               02 SP-KEY.
                   03 SP-SEMESTER  PIC X(6).
                   03 SP-STUDENT   PIC X(6).
               02 SP-RANK          PIC 9(3).
               02 SP-AWARD         PIC 9(7)V99.
               02 SP-TO-INVOICES   PIC 9(7)V99.
               02 SP-TO-FAMILY     PIC 9(7)V99.
               02 SP-ROUTE         PIC X(1).
                   88 SP-BY-INVOICE  VALUE "I".
                   88 SP-BY-ACCOUNT  VALUE "A".
                   88 SP-BY-CLEARING VALUE "C".
               02 SP-PAY-ACCT      PIC X(6).
               02 SP-BANK-CODE     PIC X(8).
               02 SP-REFERENCE     PIC X(14).
               02 SP-PAID-DATE     PIC 9(8).
               02 SP-STATUS        PIC X(1).
                   88 SP-IS-PAID     VALUE "P".
                   88 SP-IS-HELD     VALUE "H".
                   88 SP-IS-PART-PAID VALUE "R".
               02 SP-HOLD-REASON   PIC X(30).
