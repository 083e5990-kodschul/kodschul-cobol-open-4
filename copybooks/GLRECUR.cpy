           01 RECURRING-JOURNAL-RECORD.
               02 RJ-ID          PIC X(8).
               02 RJ-DESC        PIC X(30).
               02 RJ-DAY         PIC 9(2).
               02 RJ-REVERSE     PIC X(1).
                   88 RJ-AUTO-REVERSE VALUE "Y".
               02 RJ-END-PERIOD  PIC 9(6).
               02 RJ-LAST-PERIOD PIC 9(6).
               02 RJ-MAKER       PIC X(10).
               02 RJ-CHECKER     PIC X(10).
               02 RJ-TOTAL       PIC 9(9)V99.
               02 RJ-STATUS      PIC X(1).
                   88 RJ-IS-PENDING   VALUE "P".
                   88 RJ-IS-ACTIVE    VALUE "A".
                   88 RJ-IS-SUSPENDED VALUE "S".
                   88 RJ-IS-REJECTED  VALUE "R".
               02 RJ-LINE-COUNT  PIC 9(2).
               02 RJ-LINES.
                   03 RJ-LINE OCCURS 10 TIMES.
                       04 RJL-CODE   PIC X(4).
                       04 RJL-SIDE   PIC X(1).
                       04 RJL-AMOUNT PIC 9(9)V99.
                       04 RJL-DESC   PIC X(30).
