           01 PRODUCT-RECORD.
               02 PR-CODE            PIC X(4).
               02 PR-NAME            PIC X(20).
               02 PR-BASE-TYPE       PIC X(1).
                   88 PR-IS-SAVINGS  VALUE "S".
                   88 PR-IS-CHECKING VALUE "C".
               02 PR-STATUS          PIC X(1).
                   88 PR-IS-ACTIVE    VALUE "A".
                   88 PR-IS-WITHDRAWN VALUE "W".
               02 PR-TIER OCCURS 3 TIMES.
                   03 PR-TIER-FLOOR  PIC 9(7)V99.
                   03 PR-TIER-RATE   PIC 9V9999.
               02 PR-MAINT-FEE-CODE  PIC X(8).
               02 PR-CLOSE-FEE-CODE  PIC X(8).
               02 PR-WITHDRAW-LIMIT  PIC 9(5)V99.
               02 PR-OVERDRAFT-LIMIT PIC 9(5)V99.
               02 PR-MIN-BALANCE     PIC 9(7)V99.
               02 PR-CURRENCY        PIC X(3) OCCURS 4 TIMES.
