                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF CUST-IS-LOCKED AND NOT USER-IS-DISABLED
                           SET USER-IS-LOCKED TO TRUE
                       END-IF
                   END-IF

                   IF USER-FILE-OK AND USER-IS-DISABLED
                       DISPLAY "User disabled! Access denied!"
                   END-IF

                   IF USER-FILE-OK AND NOT USER-IS-DISABLED
                       IF USER-IS-LOCKED
                           DISPLAY "Account locked! Access denied!"
                       ELSE
                               DISPLAY "Access denied!"
                           ELSE
                               MOVE 0 TO USER-TRIES
                               ACCEPT USER-LAST-SIGNON
                                   FROM DATE YYYYMMDD
                               REWRITE USER-CREDENTIAL-RECORD
                               PERFORM CHECK_PASSWORD_AGE
                               IF CHANGE-IS-FORCED
                                   IF USER-PWD-CHANGED = 0
                                       DISPLAY "One-time password "
                                           "- it must be changed now."
                                   ELSE
                                       DISPLAY "Password has expired "
                                           "- it must be changed now."
                                   END-IF
                                   PERFORM CHANGE_PASSWORD
                                   UNTIL PASSWORD_IS_VALID
                               END-IF
