                      MOVE 0 TO ACCT-ATTEMPTS
                      MOVE "N" TO ACCT-BLOCKED
                      MOVE "C" TO ACCT-TYPE
                      MOVE "CHEK" TO ACCT-PRODUCT
                      MOVE "CUST01" TO ACCT-CUST-ID
                      PERFORM WRITE_ACCOUNT

                      MOVE 0 TO USER-TRIES
                      MOVE "N" TO USER-LOCKED
                      MOVE "CUST01" TO USER-CUST-ID
                      MOVE "RNAKATA" TO USER-MANAGER
                      PERFORM WRITE_LOGIN

                      MOVE "CUST02" TO CUST-ID
                      MOVE 0 TO ACCT-ATTEMPTS
                      MOVE "N" TO ACCT-BLOCKED
                      MOVE "S" TO ACCT-TYPE
                      MOVE "SAVE" TO ACCT-PRODUCT
                      MOVE "CUST02" TO ACCT-CUST-ID
                      PERFORM WRITE_ACCOUNT

                      MOVE 0 TO USER-TRIES
                      MOVE "N" TO USER-LOCKED
                      MOVE "CUST02" TO USER-CUST-ID
                      MOVE "SYSADMIN" TO USER-MANAGER
                      PERFORM WRITE_LOGIN

                      MOVE "SYSADMIN" TO USER-ID
                      MOVE "ADM1" TO USER-PASSWORD
                      MOVE "ADMIN" TO USER-ROLE
                      MOVE 0 TO USER-TRIES
                      MOVE "N" TO USER-LOCKED
                      MOVE SPACES TO USER-CUST-ID
                      MOVE SPACES TO USER-MANAGER
                      PERFORM WRITE_LOGIN

                      CLOSE CustomerMasterFile
                      MOVE SPACES TO CUST-POSTCODE
                      MOVE SPACES TO CUST-PHONE
                      MOVE "N" TO CUST-MAIL-RETURNED
                      MOVE "N" TO CUST-DECEASED
                      MOVE 0 TO CUST-DATE-OF-DEATH
                      MOVE "N" TO CUST-NO-MARKETING
                      WRITE CUSTOMER-MASTER-RECORD
                      ADD 1 TO CUSTOMERS-LOADED.


                  WRITE_LOGIN SECTION.
                      ACCEPT USER-PWD-CHANGED FROM DATE YYYYMMDD
                      MOVE USER-PWD-CHANGED TO USER-LAST-SIGNON
                      MOVE USER-PWD-CHANGED TO USER-RECERT-DATE
                      MOVE SPACES TO USER-DISABLE-REASON
                      WRITE USER-CREDENTIAL-RECORD.
