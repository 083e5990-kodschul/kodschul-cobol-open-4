               02 RQ-ACCOUNT PIC X(6).
               02 RQ-REASON  PIC X(10).
               02 RQ-COUNT   PIC 9(4).
               02 RQ-SUBJECT-TYPE PIC X(1).
               02 RQ-SUBJECT PIC X(10).

           FD ReviewReportFile.
           01 REVIEW-REPORT-LINE PIC X(80).
           WRITE_HIT SECTION.
               MOVE RUN-DATE TO RQ-DATE
               MOVE WT-ACCOUNT(WATCH-INDEX) TO RQ-ACCOUNT
               MOVE "A" TO RQ-SUBJECT-TYPE
               MOVE WT-ACCOUNT(WATCH-INDEX) TO RQ-SUBJECT
               WRITE ReviewQueueLine
               ADD 1 TO HITS-WRITTEN

