           01 MANUAL-JOURNAL-RECORD.
               02 MJ-ID          PIC X(12).
               02 MJ-POST-DATE   PIC 9(8).
               02 MJ-DESC        PIC X(30).
               02 MJ-SOURCE      PIC X(1).
                   88 MJ-IS-MANUAL    VALUE "M".
                   88 MJ-IS-RECURRING VALUE "T".
                   88 MJ-IS-REVERSAL  VALUE "V".
                   88 MJ-IS-ASSET     VALUE "F".
               02 MJ-REVERSE     PIC X(1).
                   88 MJ-AUTO-REVERSE VALUE "Y".
               02 MJ-MAKER       PIC X(10).
               02 MJ-CHECKER     PIC X(10).
               02 MJ-TOTAL       PIC 9(9)V99.
               02 MJ-STATUS      PIC X(1).
                   88 MJ-IS-PENDING  VALUE "P".
                   88 MJ-IS-APPROVED VALUE "A".
                   88 MJ-IS-POSTED   VALUE "D".
                   88 MJ-IS-REJECTED VALUE "R".
               02 MJ-POSTED-DATE PIC 9(8).
               02 MJ-LINE-COUNT  PIC 9(2).
               02 MJ-LINES.
                   03 MJ-LINE OCCURS 10 TIMES.
                       04 MJL-CODE   PIC X(4).
                       04 MJL-SIDE   PIC X(1).
                       04 MJL-AMOUNT PIC 9(9)V99.
                       04 MJL-DESC   PIC X(30).
