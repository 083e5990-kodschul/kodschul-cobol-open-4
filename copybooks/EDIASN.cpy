           01 EDI-ASN-RECORD.
               02 AI-REC-TYPE      PIC X(2).
                   88 AI-IS-HEADER  VALUE "AH".
                   88 AI-IS-DETAIL  VALUE "AD".
               02 AI-ASN-NUMBER    PIC X(12).
               02 AI-DATA          PIC X(66).
               02 AI-HEADER REDEFINES AI-DATA.
                   03 AI-SUPP-ID     PIC X(6).
                   03 AI-PO-NUMBER   PIC X(14).
                   03 AI-SHIP-DATE   PIC 9(8).
                   03 AI-DUE-DATE    PIC 9(8).
                   03 FILLER         PIC X(30).
               02 AI-DETAIL REDEFINES AI-DATA.
                   03 AI-ITEM        PIC X(10).
                   03 AI-QTY         PIC 9(5).
                   03 AI-LOT         PIC X(8).
                   03 AI-EXPIRY      PIC 9(8).
                   03 FILLER         PIC X(35).
