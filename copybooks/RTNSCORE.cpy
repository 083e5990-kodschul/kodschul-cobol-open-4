           01 RETURN-SCORE-RECORD.
               02 RS-RUN-DATE      PIC 9(8).
               02 RS-WINDOW-START  PIC 9(8).
               02 RS-SUBJECT-TYPE  PIC X(1).
                   88 RS-IS-CUSTOMER VALUE "C".
                   88 RS-IS-CASHIER  VALUE "K".
               02 RS-SUBJECT       PIC X(10).
               02 RS-SCORE         PIC 9(3).
               02 RS-RETURNS       PIC 9(5).
               02 RS-VALUE         PIC 9(7)V99.
               02 RS-NO-RECEIPT    PIC 9(5).
               02 RS-NO-RECEIPT-PCT PIC 9(3).
               02 RS-QUICK-PAIRS   PIC 9(5).
               02 RS-FLAGS.
                   03 RS-FLAG-FREQUENCY  PIC X(1).
                   03 RS-FLAG-VALUE      PIC X(1).
                   03 RS-FLAG-NO-RECEIPT PIC X(1).
                   03 RS-FLAG-QUICK      PIC X(1).
               02 RS-NEW-CASES     PIC 9(1).
