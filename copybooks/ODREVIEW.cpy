           01 OD-REVIEW-RECORD.
               02 ODR-ACCT-NUMBER     PIC X(6).
               02 ODR-CUST-ID         PIC X(6).
               02 ODR-REVIEW-DATE     PIC 9(8).
               02 ODR-PERIOD-START    PIC 9(8).
               02 ODR-PERIOD-END      PIC 9(8).
               02 ODR-AVG-BALANCE     PIC S9(7)V99.
               02 ODR-SALARY-MONTHS   PIC 9(1).
               02 ODR-DAYS-OVERDRAWN  PIC 9(3).
               02 ODR-LOAN-ARREARS    PIC X(1).
                   88 ODR-HAS-LOAN-ARREARS VALUE "Y".
               02 ODR-SCORE           PIC S9(2).
               02 ODR-CURRENT-LIMIT   PIC 9(5)V99.
               02 ODR-PROPOSED-LIMIT  PIC 9(5)V99.
               02 ODR-ACTION          PIC X(1).
                   88 ODR-IS-INCREASE VALUE "I".
                   88 ODR-IS-DECREASE VALUE "D".
                   88 ODR-IS-WITHDRAW VALUE "W".
               02 ODR-STATUS          PIC X(1).
                   88 ODR-IS-PENDING  VALUE "P".
                   88 ODR-IS-APPROVED VALUE "A".
                   88 ODR-IS-REJECTED VALUE "R".
                   88 ODR-IS-STALE    VALUE "S".
               02 ODR-MAKER           PIC X(10).
               02 ODR-CHECKER         PIC X(10).
               02 ODR-DECIDED-DATE    PIC 9(8).
