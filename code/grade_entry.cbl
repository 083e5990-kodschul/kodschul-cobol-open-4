
           01 NEW-LINE-TEXT PIC X(40).

           01 EV-ALLOWED  PIC X(1).
               88 EV-IS-ALLOWED VALUE "Y".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               ACCEPT OPERATOR-ID
               DISPLAY "Password: "
               ACCEPT OPERATOR-PW
               OPEN I-O UserCredentialsFile
               MOVE OPERATOR-ID TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                   CLOSE UserCredentialsFile
                   EXIT SECTION
               END-IF
               IF USER-PWD-CHANGED = 0
                   DISPLAY "One-time password must be changed first."
                   CLOSE UserCredentialsFile
                   EXIT SECTION
               END-IF
               ACCEPT USER-LAST-SIGNON FROM DATE YYYYMMDD
               REWRITE USER-CREDENTIAL-RECORD
               CLOSE UserCredentialsFile
               MOVE "Y" TO SIGNON-OK.

                   END-READ
               END-IF

               CALL "CHECK-ELECTIVE" USING INPUT-STUDENT,
                   INPUT-SUBJECT, EV-ALLOWED
               IF NOT EV-IS-ALLOWED
                   DISPLAY "Student is not enrolled in elective "
                       INPUT-SUBJECT " - entry refused."
                   MOVE "GRADEENTRY" TO AUD-SOURCE
                   MOVE OPERATOR-ID TO AUD-USER
                   MOVE "ENTRY_REFUSED" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING INPUT-SUBJECT " not elective of "
                       INPUT-STUDENT
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
                   EXIT SECTION
               END-IF

               IF COMPONENTS-ARE-ON
                   DISPLAY "Component number (0 for a plain "
                       "exam grade): "
