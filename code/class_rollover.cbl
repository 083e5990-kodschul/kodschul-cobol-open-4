           IDENTIFICATION DIVISION.
           PROGRAM-ID. CLASS-ROLLOVER.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT DecisionFile ASSIGN TO "PROMDEC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DECISION-FILE-STATUS.

               SELECT ClassProgressionFile ASSIGN TO "CLASSPRG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-CLASS
                   FILE STATUS IS PROG-FILE-STATUS.

               SELECT ClassHistoryFile ASSIGN TO "CLASSHST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT ClassListFile ASSIGN TO LIST-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD DecisionFile.
           01 DecisionLine.
               02 DC-STUDENT PIC X(6).
               02 DC-AVERAGE PIC 9V99.
               02 DC-FAILED  PIC 9(2).
               02 DC-DECISION PIC X(1).
               02 DC-DATE    PIC 9(8).
               02 DC-ATT-FLAG PIC X(1).

           FD ClassProgressionFile.
           COPY CLASSPRG.

           FD ClassHistoryFile.
           COPY CLASSHST.

           FD ClassListFile.
           01 CLASS-LIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
               88 STUD-FILE-EOF VALUE "10".
           01 DECISION-FILE-STATUS PIC XX.
               88 DECISION-FILE-OK VALUE "00".
           01 PROG-FILE-STATUS PIC XX.
               88 PROG-FILE-OK VALUE "00".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
               88 HIST-FILE-MISSING VALUE "35".
           01 DECISION-EOF PIC X VALUE "N".

           01 RUN-DATE PIC 9(8).
           01 INPUT-YEAR PIC 9(4).
           01 INPUT-MODE PIC X(1).
               88 MODE-IS-PREVIEW VALUE "P".
               88 MODE-IS-COMMIT  VALUE "C".
           01 INPUT-CONFIRM PIC X(1).
           01 YE-YEAR PIC 9(4).
           01 YE-OPERATOR PIC X(10).
           01 YE-ACTIVE PIC X(1).
               88 YE-IS-ACTIVE VALUE "Y".
           01 STEP-RECORDS PIC 9(7).
           01 LIST-FILE-NAME PIC X(40).

           01 DECISION-TABLE.
               02 DECISION-COUNT PIC 9(4) VALUE 0.
               02 DECISION-ENTRY OCCURS 2000 TIMES.
                   03 DT-STUDENT  PIC X(6).
                   03 DT-DECISION PIC X(1).
                   03 DT-AVERAGE  PIC 9V99.
           01 DT-INDEX PIC 9(4).
           01 FOUND-DECISION PIC X(1).
           01 FOUND-AVERAGE PIC 9V99.

           01 ROLL-TABLE.
               02 ROLL-COUNT PIC 9(4) VALUE 0.
               02 ROLL-ENTRY OCCURS 2000 TIMES.
                   03 RT-STUDENT   PIC X(6).
                   03 RT-NAME      PIC X(20).
                   03 RT-OLD-CLASS PIC X(6).
                   03 RT-NEW-CLASS PIC X(6).
                   03 RT-OUTCOME   PIC X(1).
                   03 RT-AVERAGE   PIC 9V99.
                   03 RT-LISTED    PIC X(1).
           01 RT-INDEX PIC 9(4).
           01 ROLL-OVERFLOW PIC X VALUE "N".
               88 ROLL-HAS-OVERFLOWED VALUE "Y".

           01 CURRENT-CLASS PIC X(6).
           01 CLASS-SIZE PIC 9(4).
           01 NEXT-CLASS-FOUND PIC X.
               88 NEXT-CLASS-IS-FOUND VALUE "Y".

           01 PROMOTED-COUNT PIC 9(4) VALUE 0.
           01 RETAINED-COUNT PIC 9(4) VALUE 0.
           01 LEAVER-COUNT PIC 9(4) VALUE 0.
           01 UNDECIDED-COUNT PIC 9(4) VALUE 0.
           01 NO-PROG-COUNT PIC 9(4) VALUE 0.
           01 ALREADY-COUNT PIC 9(4) VALUE 0.
           01 UPDATED-COUNT PIC 9(4) VALUE 0.

           01 OUTCOME-TEXT PIC X(14).
           01 REPORT-TEXT PIC X(80).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Year-End Class Rollover ----"
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO RETURN-CODE
               CALL "GET-YEAR-END-RUN" USING YE-YEAR, YE-OPERATOR,
                   YE-ACTIVE
               IF YE-IS-ACTIVE
                   MOVE YE-YEAR TO INPUT-YEAR
                   MOVE "C" TO INPUT-MODE
                   DISPLAY "School year being closed: " INPUT-YEAR
               ELSE
                   MOVE "OPERATOR" TO YE-OPERATOR
                   DISPLAY "School year being closed (YYYY): "
                   ACCEPT INPUT-YEAR
                   DISPLAY "(P)review class lists or (C)ommit "
                       "rollover: "
                   ACCEPT INPUT-MODE
               END-IF
               IF NOT MODE-IS-PREVIEW AND NOT MODE-IS-COMMIT
                   DISPLAY "Mode must be P or C."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT DecisionFile
               IF NOT DECISION-FILE-OK
                   DISPLAY "No promotion decisions on file - run "
                       "the semester-end batch first."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LOAD_ONE_DECISION
               UNTIL DECISION-EOF = "Y"
               CLOSE DecisionFile

               OPEN INPUT ClassProgressionFile
               IF NOT PROG-FILE-OK
                   DISPLAY "No class progression table on file."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF MODE-IS-COMMIT
                   OPEN I-O StudentMasterFile
               ELSE
                   OPEN INPUT StudentMasterFile
               END-IF
               IF NOT STUD-FILE-OK
                   DISPLAY "Student master not available."
                   CLOSE ClassProgressionFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O ClassHistoryFile
               IF HIST-FILE-MISSING
                   OPEN OUTPUT ClassHistoryFile
                   CLOSE ClassHistoryFile
                   OPEN I-O ClassHistoryFile
               END-IF

               MOVE LOW-VALUES TO STUD-ID
               START StudentMasterFile KEY IS NOT LESS THAN
                   STUD-ID
                   INVALID KEY
                       SET STUD-FILE-EOF TO TRUE
               END-START
               PERFORM PLAN_ONE_STUDENT
               UNTIL STUD-FILE-EOF

               IF ROLL-HAS-OVERFLOWED
                   DISPLAY "Too many students for one rollover - "
                       "nothing changed."
                   PERFORM CLOSE_FILES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM PRINT_CLASS_LISTS

               IF MODE-IS-COMMIT
                   IF YE-IS-ACTIVE
                       MOVE "Y" TO INPUT-CONFIRM
                   ELSE
                       DISPLAY "Commit rollover for " ROLL-COUNT
                           " students? (Y/N): "
                       ACCEPT INPUT-CONFIRM
                   END-IF
                   IF INPUT-CONFIRM = "Y"
                       PERFORM APPLY_ONE_ROLLOVER
                           VARYING RT-INDEX FROM 1 BY 1
                           UNTIL RT-INDEX > ROLL-COUNT
                       PERFORM AUDIT_ROLLOVER
                   ELSE
                       DISPLAY "Rollover not committed."
                   END-IF
               END-IF

               PERFORM CLOSE_FILES
               DISPLAY "Promoted       : " PROMOTED-COUNT
               DISPLAY "Retained       : " RETAINED-COUNT
               DISPLAY "Leavers        : " LEAVER-COUNT
               DISPLAY "No decision    : " UNDECIDED-COUNT
               DISPLAY "No progression : " NO-PROG-COUNT
               DISPLAY "Already rolled : " ALREADY-COUNT
               DISPLAY "Students moved : " UPDATED-COUNT
               DISPLAY "Class lists written to " LIST-FILE-NAME
               MOVE UPDATED-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Class Rollover Complete ----"
               GOBACK.

           CLOSE_FILES SECTION.
               CLOSE StudentMasterFile
               CLOSE ClassProgressionFile
               CLOSE ClassHistoryFile.

           LOAD_ONE_DECISION SECTION.
               READ DecisionFile
                   AT END
                       MOVE "Y" TO DECISION-EOF
                       EXIT SECTION
               END-READ
               IF DECISION-COUNT NOT < 2000
                   EXIT SECTION
               END-IF
               ADD 1 TO DECISION-COUNT
               MOVE DC-STUDENT TO DT-STUDENT(DECISION-COUNT)
               MOVE DC-DECISION TO DT-DECISION(DECISION-COUNT)
               MOVE DC-AVERAGE TO DT-AVERAGE(DECISION-COUNT).

           PLAN_ONE_STUDENT SECTION.
               READ StudentMasterFile NEXT RECORD
                   AT END
                       SET STUD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT STUD-IS-ENROLLED
                   EXIT SECTION
               END-IF

               MOVE STUD-ID TO CH-STUD-ID
               MOVE INPUT-YEAR TO CH-YEAR
               READ ClassHistoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ALREADY-COUNT
                       EXIT SECTION
               END-READ

               IF ROLL-COUNT NOT < 2000
                   MOVE "Y" TO ROLL-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO ROLL-COUNT
               MOVE STUD-ID TO RT-STUDENT(ROLL-COUNT)
               MOVE STUD-NAME TO RT-NAME(ROLL-COUNT)
               MOVE STUD-CLASS TO RT-OLD-CLASS(ROLL-COUNT)
               MOVE STUD-CLASS TO RT-NEW-CLASS(ROLL-COUNT)
               MOVE "N" TO RT-LISTED(ROLL-COUNT)

               MOVE SPACE TO FOUND-DECISION
               MOVE 0 TO FOUND-AVERAGE
               PERFORM FIND_ONE_DECISION
                   VARYING DT-INDEX FROM 1 BY 1
                   UNTIL DT-INDEX > DECISION-COUNT
               MOVE FOUND-AVERAGE TO RT-AVERAGE(ROLL-COUNT)

               EVALUATE FOUND-DECISION
                   WHEN "P"
                       PERFORM PROMOTE_STUDENT
                   WHEN "R"
                       MOVE "R" TO RT-OUTCOME(ROLL-COUNT)
                       ADD 1 TO RETAINED-COUNT
                   WHEN OTHER
                       MOVE "N" TO RT-OUTCOME(ROLL-COUNT)
                       ADD 1 TO UNDECIDED-COUNT
               END-EVALUATE.

           FIND_ONE_DECISION SECTION.
               IF DT-STUDENT(DT-INDEX) = STUD-ID
                   MOVE DT-DECISION(DT-INDEX) TO FOUND-DECISION
                   MOVE DT-AVERAGE(DT-INDEX) TO FOUND-AVERAGE
               END-IF.

           PROMOTE_STUDENT SECTION.
               MOVE STUD-CLASS TO CP-CLASS
               READ ClassProgressionFile
                   INVALID KEY
                       MOVE "X" TO RT-OUTCOME(ROLL-COUNT)
                       ADD 1 TO NO-PROG-COUNT
                       EXIT SECTION
               END-READ
               IF CP-IS-FINAL-YEAR
                   MOVE "L" TO RT-OUTCOME(ROLL-COUNT)
                   ADD 1 TO LEAVER-COUNT
               ELSE
                   MOVE "P" TO RT-OUTCOME(ROLL-COUNT)
                   MOVE CP-NEXT-CLASS TO RT-NEW-CLASS(ROLL-COUNT)
                   ADD 1 TO PROMOTED-COUNT
               END-IF.

           PRINT_CLASS_LISTS SECTION.
               INITIALIZE LIST-FILE-NAME
               STRING "CLASSLIST." INPUT-YEAR
                   DELIMITED BY SIZE INTO LIST-FILE-NAME
               OPEN OUTPUT ClassListFile
               INITIALIZE REPORT-TEXT
               IF MODE-IS-COMMIT
                   STRING "---- Class Lists after " INPUT-YEAR
                       " Rollover ----"
                       DELIMITED BY SIZE INTO REPORT-TEXT
               ELSE
                   STRING "---- PROPOSED Class Lists after "
                       INPUT-YEAR " Rollover - not yet committed ----"
                       DELIMITED BY SIZE INTO REPORT-TEXT
               END-IF
               MOVE REPORT-TEXT TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE

               MOVE "Y" TO NEXT-CLASS-FOUND
               PERFORM PRINT_NEXT_CLASS
               UNTIL NOT NEXT-CLASS-IS-FOUND

               MOVE SPACES TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE
               MOVE "==== Leavers ====" TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE
               PERFORM PRINT_ONE_LEAVER
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > ROLL-COUNT
               CLOSE ClassListFile.

           PRINT_NEXT_CLASS SECTION.
               MOVE "N" TO NEXT-CLASS-FOUND
               MOVE HIGH-VALUES TO CURRENT-CLASS
               PERFORM FIND_LOWEST_CLASS
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > ROLL-COUNT
               IF NOT NEXT-CLASS-IS-FOUND
                   EXIT SECTION
               END-IF

               MOVE SPACES TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE
               INITIALIZE REPORT-TEXT
               STRING "==== Class " CURRENT-CLASS " ===="
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE
               MOVE "STUDNT NAME                 FROM   OUTCOME"
                   TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE
               MOVE 0 TO CLASS-SIZE
               PERFORM PRINT_ONE_MEMBER
                   VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > ROLL-COUNT
               INITIALIZE REPORT-TEXT
               STRING "Students in class: " CLASS-SIZE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE.

           FIND_LOWEST_CLASS SECTION.
               IF RT-LISTED(RT-INDEX) = "Y"
                   OR RT-OUTCOME(RT-INDEX) = "L"
                   EXIT SECTION
               END-IF
               IF RT-NEW-CLASS(RT-INDEX) < CURRENT-CLASS
                   MOVE RT-NEW-CLASS(RT-INDEX) TO CURRENT-CLASS
                   MOVE "Y" TO NEXT-CLASS-FOUND
               END-IF.

           PRINT_ONE_MEMBER SECTION.
               IF RT-LISTED(RT-INDEX) = "Y"
                   OR RT-OUTCOME(RT-INDEX) = "L"
                   OR RT-NEW-CLASS(RT-INDEX) NOT = CURRENT-CLASS
                   EXIT SECTION
               END-IF
               MOVE "Y" TO RT-LISTED(RT-INDEX)
               ADD 1 TO CLASS-SIZE
               PERFORM SET_OUTCOME_TEXT
               INITIALIZE REPORT-TEXT
               STRING RT-STUDENT(RT-INDEX) " " RT-NAME(RT-INDEX)
                   " " RT-OLD-CLASS(RT-INDEX) " " OUTCOME-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE.

           PRINT_ONE_LEAVER SECTION.
               IF RT-OUTCOME(RT-INDEX) NOT = "L"
                   EXIT SECTION
               END-IF
               INITIALIZE REPORT-TEXT
               STRING RT-STUDENT(RT-INDEX) " " RT-NAME(RT-INDEX)
                   " " RT-OLD-CLASS(RT-INDEX) " LEAVER"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO CLASS-LIST-LINE
               WRITE CLASS-LIST-LINE.

           SET_OUTCOME_TEXT SECTION.
               EVALUATE RT-OUTCOME(RT-INDEX)
                   WHEN "P"
                       MOVE "PROMOTED" TO OUTCOME-TEXT
                   WHEN "R"
                       MOVE "RETAINED" TO OUTCOME-TEXT
                   WHEN "X"
                       MOVE "NO PROGRESSION" TO OUTCOME-TEXT
                   WHEN OTHER
                       MOVE "NO DECISION" TO OUTCOME-TEXT
               END-EVALUATE.

           APPLY_ONE_ROLLOVER SECTION.
               MOVE RT-STUDENT(RT-INDEX) TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               IF RT-OUTCOME(RT-INDEX) = "L"
                   MOVE "N" TO STUD-ENROLLED
               ELSE
                   MOVE RT-NEW-CLASS(RT-INDEX) TO STUD-CLASS
               END-IF
               REWRITE STUDENT-MASTER-RECORD
               IF RT-OUTCOME(RT-INDEX) = "P"
                   OR RT-OUTCOME(RT-INDEX) = "L"
                   ADD 1 TO UPDATED-COUNT
               END-IF

               MOVE RT-STUDENT(RT-INDEX) TO CH-STUD-ID
               MOVE INPUT-YEAR TO CH-YEAR
               MOVE RT-OLD-CLASS(RT-INDEX) TO CH-CLASS
               MOVE RT-OUTCOME(RT-INDEX) TO CH-OUTCOME
               MOVE RT-AVERAGE(RT-INDEX) TO CH-AVERAGE
               IF RT-OUTCOME(RT-INDEX) = "L"
                   MOVE SPACES TO CH-NEXT-CLASS
               ELSE
                   MOVE RT-NEW-CLASS(RT-INDEX) TO CH-NEXT-CLASS
               END-IF
               MOVE RUN-DATE TO CH-ROLLED-DATE
               WRITE CLASS-HISTORY-RECORD.

           AUDIT_ROLLOVER SECTION.
               MOVE "ROLLOVER" TO AUD-SOURCE
               MOVE YE-OPERATOR TO AUD-USER
               MOVE "CLASS_ROLLOVER" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING "year " INPUT-YEAR " moved " UPDATED-COUNT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
