           01 CLEARING-ITEM-RECORD.
               02 CLI-REFERENCE     PIC X(14).
               02 CLI-BANK-CODE     PIC X(8).
               02 CLI-SRC-ACCT      PIC X(6).
               02 CLI-DEST-ACCT     PIC X(6).
               02 CLI-AMOUNT        PIC 9(7)V99.
               02 CLI-SENT-DATE     PIC 9(8).
               02 CLI-SETTLE-DATE   PIC 9(8).
               02 CLI-STATUS        PIC X(1).
                   88 CLI-IS-PENDING  VALUE "P".
                   88 CLI-IS-SETTLED  VALUE "S".
                   88 CLI-IS-REJECTED VALUE "J".
                   88 CLI-IS-RETURNED VALUE "R".
               02 CLI-RESOLVED-DATE PIC 9(8).
               02 CLI-REASON-CODE   PIC X(3).
               02 CLI-REASON-TEXT   PIC X(30).
