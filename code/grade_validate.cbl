           01 CSV-DATE PIC X(8).
           01 CSV-GRADE PIC X(5).

           01 EV-ALLOWED PIC X(1).
               88 EV-IS-ALLOWED VALUE "Y".

           01 LINES-ACCEPTED PIC 9(4) VALUE 0.
           01 LINES-REJECTED PIC 9(4) VALUE 0.

                   EXIT SECTION
               END-IF

               CALL "CHECK-ELECTIVE" USING CSV-STUDENT, CSV-SUBJECT,
                   EV-ALLOWED
               IF NOT EV-IS-ALLOWED
                   MOVE "not enrolled in elective" TO GE-REASON
                   PERFORM WRITE_REJECT
                   EXIT SECTION
               END-IF

               MOVE FileLine TO ValidGradeLine
               WRITE ValidGradeLine
               ADD 1 TO LINES-ACCEPTED.
