           01 ELECTIVE-CHOICE-RECORD.
               02 EL-KEY.
                   03 EL-STUD-ID  PIC X(6).
                   03 EL-RANK     PIC 9(1).
               02 EL-SUBJECT      PIC X(4).
               02 EL-CHOICE-DATE  PIC 9(8).
               02 EL-STATUS       PIC X(1).
                   88 EL-IS-PENDING    VALUE "C".
                   88 EL-IS-ENROLLED   VALUE "E".
                   88 EL-IS-WAITING    VALUE "W".
                   88 EL-IS-RELEASED   VALUE "X".
                   88 EL-IS-DROPPED    VALUE "D".
               02 EL-WAIT-POS     PIC 9(3).
               02 EL-STATUS-DATE  PIC 9(8).
