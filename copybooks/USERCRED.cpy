               02 USER-PASSWORD   PIC X(4).
               02 USER-TRIES      PIC 9.
               02 USER-LOCKED     PIC X(1).
                   88 USER-IS-LOCKED VALUE "Y" "D".
                   88 USER-IS-LOCKED-OUT VALUE "Y".
                   88 USER-IS-DISABLED VALUE "D".
               02 USER-CUST-ID    PIC X(6).
               02 USER-PWD-CHANGED PIC 9(8).
               02 USER-ROLE       PIC X(10).
               02 USER-MANAGER    PIC X(10).
               02 USER-LAST-SIGNON PIC 9(8).
               02 USER-RECERT-DATE PIC 9(8).
               02 USER-DISABLE-REASON PIC X(6).
