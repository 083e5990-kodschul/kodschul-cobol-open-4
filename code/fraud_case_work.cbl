               02 RQ-ACCOUNT PIC X(6).
               02 RQ-REASON  PIC X(10).
               02 RQ-COUNT   PIC 9(4).
               02 RQ-SUBJECT-TYPE PIC X(1).
                   88 RQ-IS-ACCOUNT VALUE "A" SPACE.
               02 RQ-SUBJECT PIC X(10).

           FD TransHistoryFile.
           COPY TRANSHST.
               02 FC-ACCOUNT  PIC X(6).
               02 FC-REASON   PIC X(10).
               02 FC-OUTCOME  PIC X(1).
               02 FC-SUBJECT-TYPE PIC X(1).
               02 FC-SUBJECT  PIC X(10).

           WORKING-STORAGE SECTION.
           01 AJ-FILE-ID PIC X(8).
                   03 QT-REASON  PIC X(10).
                   03 QT-COUNT   PIC 9(4).
                   03 QT-HANDLED PIC X(1).
                   03 QT-SUBJECT-TYPE PIC X(1).
                       88 QT-IS-ACCOUNT VALUE "A".
                       88 QT-IS-CUSTOMER VALUE "C".
                       88 QT-IS-CASHIER VALUE "K".
                   03 QT-SUBJECT PIC X(10).
           01 QUEUE-INDEX PIC 9(4).
           01 QUEUE-OVERFLOW PIC X VALUE "N".
               88 QUEUE-HAS-OVERFLOWED VALUE "Y".
                                   QT-COUNT(QUEUE-COUNT)
                               MOVE "N" TO
                                   QT-HANDLED(QUEUE-COUNT)
                               IF RQ-IS-ACCOUNT
                                   MOVE "A" TO
                                       QT-SUBJECT-TYPE(QUEUE-COUNT)
                                   MOVE RQ-ACCOUNT TO
                                       QT-SUBJECT(QUEUE-COUNT)
                               ELSE
                                   MOVE RQ-SUBJECT-TYPE TO
                                       QT-SUBJECT-TYPE(QUEUE-COUNT)
                                   MOVE RQ-SUBJECT TO
                                       QT-SUBJECT(QUEUE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           WORK_ONE_CASE SECTION.
               DISPLAY "-----------------------------------"
               DISPLAY "Case " QUEUE-INDEX " of " QUEUE-COUNT
               EVALUATE TRUE
                   WHEN QT-IS-CUSTOMER(QUEUE-INDEX)
                       DISPLAY "Customer: "
                           QT-SUBJECT(QUEUE-INDEX)
                           "  Reason: " QT-REASON(QUEUE-INDEX)
                           "  Count: " QT-COUNT(QUEUE-INDEX)
                           "  Raised: " QT-DATE(QUEUE-INDEX)
                   WHEN QT-IS-CASHIER(QUEUE-INDEX)
                       DISPLAY "Cashier: "
                           QT-SUBJECT(QUEUE-INDEX)
                           "  Reason: " QT-REASON(QUEUE-INDEX)
                           "  Count: " QT-COUNT(QUEUE-INDEX)
                           "  Raised: " QT-DATE(QUEUE-INDEX)
                   WHEN OTHER
                       DISPLAY "Account: " QT-ACCOUNT(QUEUE-INDEX)
                           "  Reason: " QT-REASON(QUEUE-INDEX)
                           "  Count: " QT-COUNT(QUEUE-INDEX)
                           "  Raised: " QT-DATE(QUEUE-INDEX)
               END-EVALUATE

               IF QT-IS-ACCOUNT(QUEUE-INDEX)
                   PERFORM SHOW_RECENT_HISTORY
               ELSE
                   DISPLAY "Return-abuse case - see the weekly "
                       "loss-prevention report (LPRPT)."
               END-IF

               DISPLAY "Disposition - (C)lear, (W)atch, "
                   "confirm (F)raud, (S)kip: "
                       MOVE "Y" TO QT-HANDLED(QUEUE-INDEX)
                       PERFORM RECORD_OUTCOME
                   WHEN "F"
                       IF QT-IS-ACCOUNT(QUEUE-INDEX)
                           PERFORM BLOCK_ACCOUNT
                       ELSE
                           PERFORM CONFIRM_RETURN_ABUSE
                       END-IF
                       MOVE "Y" TO QT-HANDLED(QUEUE-INDEX)
                       PERFORM RECORD_OUTCOME
                   WHEN OTHER
                           AUD-USER, AUD-ACTION, AUD-DETAIL
               END-READ.

           CONFIRM_RETURN_ABUSE SECTION.
               DISPLAY "Return abuse confirmed - refer to store "
                   "management."
               MOVE "FRAUDCASE" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "FRAUD_CONFIRMED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               IF QT-IS-CUSTOMER(QUEUE-INDEX)
                   STRING "customer " QT-SUBJECT(QUEUE-INDEX)
                       " " QT-REASON(QUEUE-INDEX)
                       DELIMITED BY SIZE INTO AUD-DETAIL
               ELSE
                   STRING "cashier " QT-SUBJECT(QUEUE-INDEX)
                       " " QT-REASON(QUEUE-INDEX)
                       DELIMITED BY SIZE INTO AUD-DETAIL
               END-IF
               CALL "WRITE-AUDIT" USING AUD-SOURCE,
                   AUD-USER, AUD-ACTION, AUD-DETAIL.

           RECORD_OUTCOME SECTION.
               ACCEPT FC-DATE FROM DATE YYYYMMDD
               ACCEPT FC-TIME FROM TIME
               MOVE QT-ACCOUNT(QUEUE-INDEX) TO FC-ACCOUNT
               MOVE QT-REASON(QUEUE-INDEX) TO FC-REASON
               MOVE DISPOSITION TO FC-OUTCOME
               MOVE QT-SUBJECT-TYPE(QUEUE-INDEX) TO FC-SUBJECT-TYPE
               MOVE QT-SUBJECT(QUEUE-INDEX) TO FC-SUBJECT
               WRITE CaseHistoryLine
               ADD 1 TO CASES-WORKED.

                       MOVE QT-ACCOUNT(QUEUE-INDEX) TO RQ-ACCOUNT
                       MOVE QT-REASON(QUEUE-INDEX) TO RQ-REASON
                       MOVE QT-COUNT(QUEUE-INDEX) TO RQ-COUNT
                       MOVE QT-SUBJECT-TYPE(QUEUE-INDEX)
                           TO RQ-SUBJECT-TYPE
                       MOVE QT-SUBJECT(QUEUE-INDEX) TO RQ-SUBJECT
                       WRITE ReviewQueueLine
                   END-IF
               END-PERFORM
