                   PERFORM CLOSE_ALL
                   STOP RUN
               END-IF
               IF FI-IS-IN-PLAN
                   DISPLAY "Invoice is covered by a payment plan "
                       "- collect through the plan."
                   PERFORM CLOSE_ALL
                   STOP RUN
               END-IF

               MOVE "(student not on file)" TO STUD-NAME
               MOVE INPUT-STUDENT TO STUD-ID
