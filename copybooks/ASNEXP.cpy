           01 ASN-EXPECTED-RECORD.
               02 ASN-KEY.
                   03 ASN-PO-NUMBER  PIC X(14).
                   03 ASN-ITEM       PIC X(10).
                   03 ASN-LOT        PIC X(8).
               02 ASN-NUMBER         PIC X(12).
               02 ASN-SUPP-ID        PIC X(6).
               02 ASN-SHIP-DATE      PIC 9(8).
               02 ASN-DUE-DATE       PIC 9(8).
               02 ASN-QTY            PIC 9(5).
               02 ASN-EXPIRY         PIC 9(8).
               02 ASN-LOADED         PIC 9(8).
               02 ASN-RECEIVED-QTY   PIC 9(5).
               02 ASN-RECEIVED-DATE  PIC 9(8).
               02 ASN-STATUS         PIC X(1).
                   88 ASN-IS-EXPECTED VALUE "E".
                   88 ASN-IS-RECEIVED VALUE "R".
