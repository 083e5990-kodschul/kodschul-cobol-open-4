           01 ESCHEAT-RECORD.
               02 ES-ACCT          PIC X(6).
               02 ES-CUST-ID       PIC X(6).
               02 ES-STATUS        PIC X(1).
                   88 ES-IS-NOTIFIED  VALUE "N".
                   88 ES-IS-ESCHEATED VALUE "E".
                   88 ES-IS-RECLAIMED VALUE "R".
                   88 ES-IS-WITHDRAWN VALUE "W".
               02 ES-LAST-ACTIVITY PIC 9(8).
               02 ES-NOTICE-DATE   PIC 9(8).
               02 ES-ESCHEAT-DATE  PIC 9(8).
               02 ES-AMOUNT        PIC 9(7)V99.
               02 ES-CURRENCY      PIC X(3).
               02 ES-RECLAIM-DATE  PIC 9(8).
               02 ES-RECLAIM-ACCT  PIC X(6).
               02 ES-RECLAIM-BY    PIC X(10).
