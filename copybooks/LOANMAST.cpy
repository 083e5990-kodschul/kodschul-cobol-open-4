                   88 LN-IS-ACTIVE   VALUE "A".
                   88 LN-IS-PAID-OFF VALUE "P".
                   88 LN-IS-CLOSED   VALUE "X".
                   88 LN-IS-WRITTEN-OFF VALUE "W".
               02 LN-ARREARS-SINCE   PIC 9(8).
               02 LN-DPD-BUCKET      PIC X(3).
                   88 LN-BUCKET-CURRENT VALUE "000".
                   88 LN-BUCKET-30      VALUE "030".
                   88 LN-BUCKET-60      VALUE "060".
                   88 LN-BUCKET-90      VALUE "090".
               02 LN-LETTER-STAGE    PIC X(1).
                   88 LN-NO-LETTER      VALUE " ".
                   88 LN-REMINDER-SENT  VALUE "R".
                   88 LN-FINAL-SENT     VALUE "F".
               02 LN-WRITEOFF-DATE   PIC 9(8).
               02 LN-WRITEOFF-AMOUNT PIC 9(7)V99.
               02 LN-RECOVERED-AMOUNT PIC 9(7)V99.
