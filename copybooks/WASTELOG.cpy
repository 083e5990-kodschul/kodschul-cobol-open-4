           01 WASTE-LOG-RECORD.
               02 WL-DATE        PIC 9(8).
               02 WL-STORE       PIC X(3).
               02 WL-ITEM        PIC X(10).
               02 WL-QTY         PIC 9(5).
               02 WL-REASON      PIC X(1).
                   88 WL-IS-DAMAGED         VALUE "D".
                   88 WL-IS-EXPIRED         VALUE "E".
                   88 WL-IS-THEFT           VALUE "T".
                   88 WL-IS-SAMPLING        VALUE "S".
                   88 WL-IS-SUPPLIER-RETURN VALUE "R".
                   88 WL-REASON-IS-VALID
                       VALUES "D" "E" "T" "S" "R".
               02 WL-UNIT-COST   PIC 9(4)V99.
               02 WL-VALUE       PIC 9(7)V99.
               02 WL-SOURCE      PIC X(8).
               02 WL-REFERENCE   PIC X(18).
