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

                   DISPLAY "Supervisor must be a different user."
                   EXIT SECTION
               END-IF
               OPEN I-O UserCredentialsFile
               MOVE SUPERVISOR-ID TO USER-ID
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

               MOVE SUPERVISOR-ID TO CA-USER-ID
