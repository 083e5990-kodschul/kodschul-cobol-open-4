           01 TRANSFER-ORDER-RECORD.
               02 TRF-KEY.
                   03 TRF-ID         PIC X(12).
                   03 TRF-LINE       PIC 9(3).
               02 TRF-FROM-STORE     PIC X(3).
               02 TRF-TO-STORE       PIC X(3).
               02 TRF-ITEM           PIC X(10).
               02 TRF-QTY-SENT       PIC 9(5).
               02 TRF-QTY-RECEIVED   PIC 9(5).
               02 TRF-UNIT-COST      PIC 9(4)V99.
               02 TRF-SENT-DATE      PIC 9(8).
               02 TRF-RECEIVED-DATE  PIC 9(8).
               02 TRF-STATUS         PIC X(1).
                   88 TRF-IS-IN-TRANSIT VALUE "T".
                   88 TRF-IS-RECEIVED   VALUE "R".
               02 TRF-SENDER-CLEARED PIC X(1).
                   88 TRF-IS-CLEARED    VALUE "Y".
