           01 CLASS-HISTORY-RECORD.
               02 CH-KEY.
                   03 CH-STUD-ID PIC X(6).
                   03 CH-YEAR    PIC 9(4).
               02 CH-CLASS       PIC X(6).
               02 CH-OUTCOME     PIC X(1).
                   88 CH-WAS-PROMOTED VALUE "P".
                   88 CH-WAS-RETAINED VALUE "R".
                   88 CH-HAS-LEFT     VALUE "L".
                   88 CH-NO-DECISION  VALUE "N".
                   88 CH-NO-PROGRESSION VALUE "X".
               02 CH-AVERAGE     PIC 9V99.
               02 CH-NEXT-CLASS  PIC X(6).
               02 CH-ROLLED-DATE PIC 9(8).
