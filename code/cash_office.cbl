               02 ZS-GROSS     PIC 9(7)V99.
               02 ZS-DISCOUNTS PIC 9(7)V99.
               02 ZS-REFUNDS   PIC 9(7)V99.
               02 ZS-LINE-VOIDS      PIC 9(5).
               02 ZS-LINE-VOID-VALUE PIC 9(7)V99.
               02 ZS-POST-VOIDS      PIC 9(5).
               02 ZS-POST-VOID-VALUE PIC 9(7)V99.

           FD OverShortReportFile.
           01 OVER-SHORT-LINE PIC X(80).
               02 BD-DATE      PIC 9(8).
               02 BD-AMOUNT    PIC 9(9)V99.
               02 BD-REFERENCE PIC X(10).
               02 BD-STORE     PIC X(3).

           WORKING-STORAGE SECTION.
           01 FLOAT-FILE-STATUS PIC XX.
           01 CHOICE PIC 9.
           01 RUN-DATE PIC 9(8).
           01 INPUT-CASHIER PIC X(10).
           01 INPUT-STORE PIC X(3).

           01 AMOUNT-INPUT    PIC X(10).
           01 AMOUNT-MIN      PIC S9(9) VALUE 0.
           01 SHIFT-GROSS PIC 9(7)V99.
           01 SHIFT-DISCOUNTS PIC 9(7)V99.
           01 SHIFT-REFUNDS PIC 9(7)V99.
           01 SHIFT-POST-VOIDS PIC 9(7)V99.
           01 SHIFT-FOUND PIC X.
               88 SHIFT-IS-FOUND VALUE "Y".
           01 EXPECTED-DRAWER PIC S9(7)V99.
               COMPUTE EXPECTED-DRAWER =
                   FLOAT-ISSUED - PICKUPS-TAKEN
                   + SHIFT-GROSS - SHIFT-DISCOUNTS
                   - SHIFT-REFUNDS - SHIFT-POST-VOIDS
               COMPUTE OVER-SHORT =
                   DECLARED-AMOUNT - EXPECTED-DRAWER

               MOVE 0 TO SHIFT-GROSS
               MOVE 0 TO SHIFT-DISCOUNTS
               MOVE 0 TO SHIFT-REFUNDS
               MOVE 0 TO SHIFT-POST-VOIDS
               MOVE "N" TO SHIFT-EOF
               OPEN INPUT ShiftTotalsFile
               IF NOT SHIFT-FILE-OK
                                   SHIFT-DISCOUNTS
                               MOVE ZS-REFUNDS TO
                                   SHIFT-REFUNDS
                               MOVE ZS-POST-VOID-VALUE TO
                                   SHIFT-POST-VOIDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ShiftTotalsFile.

           RECORD_BANKING SECTION.
               DISPLAY "Store id (e.g. 001): "
               ACCEPT INPUT-STORE
               IF INPUT-STORE = SPACES
                   DISPLAY "Store id is required."
                   EXIT SECTION
               END-IF
               DISPLAY "Banking amount (e.g. 2500.00): "
               PERFORM GET_VALID_AMOUNT

               MOVE RUN-DATE TO BD-DATE
               MOVE WORK-AMOUNT TO BD-AMOUNT
               MOVE CA-USER-ID TO BD-REFERENCE
               MOVE INPUT-STORE TO BD-STORE
               WRITE BankDepositLine
               CLOSE BankDepositFile

