           01 LESSON-GRID-RECORD.
               02 LG-KEY.
                   03 LG-DAY     PIC 9(1).
                   03 LG-PERIOD  PIC 9(2).
                   03 LG-CLASS   PIC X(6).
               02 LG-SUBJECT     PIC X(4).
               02 LG-TEACHER     PIC X(10).
               02 LG-ROOM        PIC X(6).
