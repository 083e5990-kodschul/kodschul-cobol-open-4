           01 TEACHER-ABSENCE-RECORD.
               02 TAB-KEY.
                   03 TAB-TEACHER PIC X(10).
                   03 TAB-DATE    PIC 9(8).
               02 TAB-REASON      PIC X(1).
                   88 TAB-IS-SICK      VALUE "S".
                   88 TAB-IS-COURSE    VALUE "C".
                   88 TAB-IS-PERSONAL  VALUE "P".
                   88 TAB-IS-OTHER     VALUE "O".
               02 TAB-RECORDED-ON PIC 9(8).
