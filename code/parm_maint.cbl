               END-READ

               MOVE "PARMMAST" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "PARM_CHANGED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-ID " eff " INPUT-EFF-DATE
