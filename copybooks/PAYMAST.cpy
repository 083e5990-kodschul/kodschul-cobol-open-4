           01 EMPLOYEE-PAY-RECORD.
               02 PM-EMP-ID        PIC X(10).
               02 PM-SOURCE        PIC X(1).
                   88 PM-IS-USER     VALUE "U".
                   88 PM-IS-TEACHER  VALUE "T".
               02 PM-NAME          PIC X(20).
               02 PM-PAY-TYPE      PIC X(1).
                   88 PM-IS-SALARIED VALUE "S".
                   88 PM-IS-HOURLY   VALUE "H".
               02 PM-SALARY        PIC 9(7)V99.
               02 PM-HOURLY-RATE   PIC 9(3)V99.
               02 PM-SHIFT-HOURS   PIC 9(2)V99.
               02 PM-TAX-PCT       PIC 9(2)V99.
               02 PM-PENSION-PCT   PIC 9(2)V99.
               02 PM-FIXED-DEDUCT  PIC 9(5)V99.
               02 PM-ACCOUNT       PIC X(6).
               02 PM-SEGMENT       PIC X(1).
                   88 PM-IN-BANK     VALUE "B".
                   88 PM-IN-SHOPS    VALUE "S".
                   88 PM-IN-SCHOOL   VALUE "C".
               02 PM-STATUS        PIC X(1).
                   88 PM-IS-ACTIVE   VALUE "A".
                   88 PM-HAS-LEFT    VALUE "L".
               02 PM-LAST-PERIOD   PIC 9(6).
               02 PM-YTD-YEAR      PIC 9(4).
               02 PM-YTD-GROSS     PIC 9(9)V99.
               02 PM-YTD-TAX       PIC 9(9)V99.
               02 PM-YTD-NET       PIC 9(9)V99.
