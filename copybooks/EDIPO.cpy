           01 EDI-ORDER-RECORD.
               02 EO-REC-TYPE      PIC X(2).
                   88 EO-IS-HEADER  VALUE "OH".
                   88 EO-IS-DETAIL  VALUE "OD".
                   88 EO-IS-TRAILER VALUE "OT".
               02 EO-PO-NUMBER     PIC X(14).
               02 EO-DATA          PIC X(64).
               02 EO-HEADER REDEFINES EO-DATA.
                   03 EO-SUPP-ID     PIC X(6).
                   03 EO-ORDER-DATE  PIC 9(8).
                   03 EO-DELIVER-BY  PIC 9(8).
                   03 EO-BUYER       PIC X(10).
                   03 FILLER         PIC X(32).
               02 EO-DETAIL REDEFINES EO-DATA.
                   03 EO-LINE-NO     PIC 9(3).
                   03 EO-ITEM        PIC X(10).
                   03 EO-QTY         PIC 9(5).
                   03 EO-UNIT-COST   PIC 9(4)V99.
                   03 FILLER         PIC X(40).
               02 EO-TRAILER REDEFINES EO-DATA.
                   03 EO-LINE-COUNT  PIC 9(3).
                   03 EO-TOTAL-QTY   PIC 9(7).
                   03 FILLER         PIC X(54).
