           01 SUPPLIER-RECORD.
               02 SUPP-ID   PIC X(6).
               02 SUPP-NAME PIC X(20).
               02 SUPP-PAY-ACCT  PIC X(6).
               02 SUPP-DISC-PCT  PIC 9(2)V99.
               02 SUPP-DISC-DAYS PIC 9(3).

           FD ItemSupplierFile.
           01 ITEM-SUPPLIER-RECORD.
               02 IS-SUPP-ID   PIC X(6).
               02 IS-ORDER-QTY PIC 9(5).
               02 IS-UNIT-COST PIC 9(4)V99.
               02 IS-LEAD-DAYS PIC 9(3).

           WORKING-STORAGE SECTION.
           01 SUPP-FILE-STATUS PIC XX.
           01 CHOICE PIC 9.
           01 INPUT-SUPP-ID PIC X(6).
           01 INPUT-NAME PIC X(20).
           01 INPUT-PAY-ACCT PIC X(6).
           01 INPUT-DISC-PCT PIC 9(2)V99.
           01 INPUT-DISC-DAYS PIC 9(3).
           01 INPUT-ITEM PIC X(10).
           01 INPUT-QTY PIC 9(5).
           01 INPUT-COST PIC 9(4)V99.
           01 INPUT-LEAD-DAYS PIC 9(3).
           01 LIST-EOF PIC X VALUE "N".

           PROCEDURE DIVISION.
               ACCEPT INPUT-SUPP-ID
               DISPLAY "Supplier name: "
               ACCEPT INPUT-NAME
               DISPLAY "Payment account: "
               ACCEPT INPUT-PAY-ACCT
               DISPLAY "Early payment discount % (e.g. 02.00): "
               ACCEPT INPUT-DISC-PCT
               DISPLAY "Discount period in days: "
               ACCEPT INPUT-DISC-DAYS

               MOVE INPUT-SUPP-ID TO SUPP-ID
               READ SupplierFile
                   INVALID KEY
                       MOVE INPUT-SUPP-ID TO SUPP-ID
                       MOVE INPUT-NAME TO SUPP-NAME
                       MOVE INPUT-PAY-ACCT TO SUPP-PAY-ACCT
                       MOVE INPUT-DISC-PCT TO SUPP-DISC-PCT
                       MOVE INPUT-DISC-DAYS TO SUPP-DISC-DAYS
                       WRITE SUPPLIER-RECORD
                       DISPLAY "Supplier added."
                   NOT INVALID KEY
                       MOVE INPUT-NAME TO SUPP-NAME
                       MOVE INPUT-PAY-ACCT TO SUPP-PAY-ACCT
                       MOVE INPUT-DISC-PCT TO SUPP-DISC-PCT
                       MOVE INPUT-DISC-DAYS TO SUPP-DISC-DAYS
                       REWRITE SUPPLIER-RECORD
                       DISPLAY "Supplier amended."
               END-READ.
               ACCEPT INPUT-QTY
               DISPLAY "Agreed unit cost (e.g. 01.25): "
               ACCEPT INPUT-COST
               DISPLAY "Supplier lead time in days: "
               ACCEPT INPUT-LEAD-DAYS

               MOVE INPUT-ITEM TO IS-ITEM-NAME
               READ ItemSupplierFile
                       MOVE INPUT-SUPP-ID TO IS-SUPP-ID
                       MOVE INPUT-QTY TO IS-ORDER-QTY
                       MOVE INPUT-COST TO IS-UNIT-COST
                       MOVE INPUT-LEAD-DAYS TO IS-LEAD-DAYS
                       WRITE ITEM-SUPPLIER-RECORD
                       DISPLAY "Item link created."
                   NOT INVALID KEY
                       MOVE INPUT-SUPP-ID TO IS-SUPP-ID
                       MOVE INPUT-QTY TO IS-ORDER-QTY
                       MOVE INPUT-COST TO IS-UNIT-COST
                       MOVE INPUT-LEAD-DAYS TO IS-LEAD-DAYS
                       REWRITE ITEM-SUPPLIER-RECORD
                       DISPLAY "Item link updated."
               END-READ.
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       DISPLAY SUPP-ID "  " SUPP-NAME
                           "  pay to " SUPP-PAY-ACCT
                           "  terms " SUPP-DISC-PCT "% "
                           SUPP-DISC-DAYS " days"
               END-READ.

           LIST_LINKS SECTION.
                       DISPLAY IS-ITEM-NAME " from " IS-SUPP-ID
                           " order qty " IS-ORDER-QTY
                           " cost " IS-UNIT-COST
                           " lead " IS-LEAD-DAYS " days"
               END-READ.
