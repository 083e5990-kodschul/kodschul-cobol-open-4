               02 STK-ON-HAND       PIC S9(5).
               02 STK-RESERVED      PIC 9(5).
               02 STK-REORDER-POINT PIC 9(5).
               02 STK-IN-TRANSIT    PIC 9(5).

           FD LowStockReportFile.
           01 LOW-STOCK-LINE PIC X(80).
