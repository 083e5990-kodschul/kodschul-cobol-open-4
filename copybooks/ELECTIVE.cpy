           01 ELECTIVE-COURSE-RECORD.
               02 EC-SUBJECT      PIC X(4).
               02 EC-CAPACITY     PIC 9(3).
               02 EC-ENROLLED     PIC 9(3).
               02 EC-WAITING      PIC 9(3).
               02 EC-STATUS       PIC X(1).
                   88 EC-IS-OPEN      VALUE "O".
                   88 EC-IS-CLOSED    VALUE "C".
