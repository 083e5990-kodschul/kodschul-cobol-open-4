           IDENTIFICATION DIVISION.
           PROGRAM-ID. EXAM-IMPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ExamResultsFile ASSIGN TO "EXAMRES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RESULTS-FILE-STATUS.

               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT SubjectMasterFile ASSIGN TO "SUBJMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUBJ-CODE
                   FILE STATUS IS SUBJ-FILE-STATUS.

               SELECT BoardGradeFile ASSIGN TO "BRDGRADE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BG-KEY
                   FILE STATUS IS BOARD-FILE-STATUS.

               SELECT SubjectComponentFile ASSIGN TO "SUBJCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS COMP-FILE-STATUS.

               SELECT ComponentScoreFile ASSIGN TO "COMPSCORE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CS-KEY
                   FILE STATUS IS SCORE-FILE-STATUS.

               SELECT GradeLedgerFile ASSIGN TO "GRADELDGR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.

               SELECT ExamErrorFile ASSIGN TO "EXAMERR"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ExamReconFile ASSIGN TO "EXAMRECON"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD ExamResultsFile.
           01 ExamResultLine PIC X(40).

           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD SubjectMasterFile.
           01 SUBJECT-MASTER-RECORD.
               02 SUBJ-CODE PIC X(4).
               02 SUBJ-NAME PIC X(20).

           FD BoardGradeFile.
           COPY BRDGRADE.

           FD SubjectComponentFile.
           COPY SUBJCOMP.

           FD ComponentScoreFile.
           COPY COMPSCOR.

           FD GradeLedgerFile.
           01 GradeLedgerLine.
               02 GL-DATE    PIC 9(8).
               02 FILLER     PIC X(1).
               02 GL-STUDENT PIC X(6).
               02 FILLER     PIC X(1).
               02 GL-SUBJECT PIC X(4).
               02 FILLER     PIC X(1).
               02 GL-GRADE-X PIC X(4).
               02 FILLER     PIC X(1).
               02 GL-SOURCE  PIC X(3).
                   88 GL-IS-EXTERNAL VALUE "EXT".
               02 FILLER     PIC X(1).
               02 GL-BOARD   PIC X(4).
               02 FILLER     PIC X(26).

           FD ExamErrorFile.
           01 ExamErrorLine.
               02 XE-LINE   PIC X(40).
               02 XE-REASON PIC X(30).

           FD ExamReconFile.
           01 EXAM-RECON-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 RESULTS-FILE-STATUS PIC XX.
               88 RESULTS-FILE-OK VALUE "00".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
           01 SUBJ-FILE-STATUS PIC XX.
               88 SUBJ-FILE-OK VALUE "00".
           01 BOARD-FILE-STATUS PIC XX.
               88 BOARD-FILE-OK VALUE "00".
           01 COMP-FILE-STATUS PIC XX.
               88 COMP-FILE-OK VALUE "00".
           01 SCORE-FILE-STATUS PIC XX.
               88 SCORE-FILE-OK VALUE "00".
           01 LEDGER-FILE-STATUS PIC XX.
               88 LEDGER-FILE-OK VALUE "00".
           01 RESULTS-EOF PIC X VALUE "N".
           01 LEDGER-EOF PIC X VALUE "N".
           01 COMPONENTS-ON PIC X VALUE "N".
               88 COMPONENTS-ARE-ON VALUE "Y".
           01 SCORES-ON PIC X VALUE "N".
               88 SCORES-ARE-ON VALUE "Y".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 TODAY PIC 9(8).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 GAP-LIMIT PIC 9V99 VALUE 1.00.

           01 XB-BOARD   PIC X(4).
           01 XB-STUDENT PIC X(6).
           01 XB-SUBJECT PIC X(4).
           01 XB-DATE    PIC X(8).
           01 XB-GRADE   PIC X(3).

           01 LOADED-TABLE.
               02 LOADED-COUNT PIC 9(4) VALUE 0.
               02 LOADED-ENTRY OCCURS 3000 TIMES.
                   03 LD-STUDENT PIC X(6).
                   03 LD-SUBJECT PIC X(4).
                   03 LD-DATE    PIC 9(8).
           01 LOADED-INDEX PIC 9(4).
           01 LOADED-FOUND PIC X.
               88 LOADED-IS-FOUND VALUE "Y".

           01 SUBJECT-TABLE.
               02 SUBJECT-COUNT PIC 9(3) VALUE 0.
               02 SUBJECT-ENTRY OCCURS 50 TIMES.
                   03 SB-SUBJECT    PIC X(4).
                   03 SB-COMPARED   PIC 9(4).
                   03 SB-DIFF-SUM   PIC S9(5)V99.
                   03 SB-WIDE-GAPS  PIC 9(4).
                   03 SB-NO-MARKS   PIC 9(4).
           01 SUBJECT-INDEX PIC 9(3).
           01 SUBJECT-FOUND PIC X.
               88 SUBJECT-IS-FOUND VALUE "Y".

           01 EXTERNAL-GRADE PIC 9V99.
           01 EXTERNAL-GRADE-X PIC 9.99.
           01 SCAN-COMP-NO PIC 9(1).
           01 COMP-WEIGHT PIC 9(3).
           01 WEIGHTED-SUM PIC 9(5)V99.
           01 WEIGHT-USED-TOTAL PIC 9(4).
           01 INTERNAL-GRADE PIC 9V99.
           01 GRADE-GAP PIC S9V99.
           01 ABS-GAP PIC 9V99.
           01 MEAN-DIFF PIC S9V99.

           01 LINES-READ PIC 9(5) VALUE 0.
           01 RESULTS-LOADED PIC 9(5) VALUE 0.
           01 RESULTS-REJECTED PIC 9(5) VALUE 0.
           01 RESULTS-COMPARED PIC 9(5) VALUE 0.
           01 WIDE-GAPS PIC 9(5) VALUE 0.

           01 RECON-DETAIL.
               02 RC-STUDENT   PIC X(6).
               02 FILLER       PIC X(1) VALUE SPACE.
               02 RC-NAME      PIC X(20).
               02 FILLER       PIC X(1) VALUE SPACE.
               02 RC-SUBJECT   PIC X(4).
               02 FILLER       PIC X(1) VALUE SPACE.
               02 RC-BOARD     PIC X(4).
               02 FILLER       PIC X(1) VALUE SPACE.
               02 RC-INTERNAL  PIC 9.99.
               02 FILLER       PIC X(2) VALUE SPACES.
               02 RC-EXTERNAL  PIC 9.99.
               02 FILLER       PIC X(2) VALUE SPACES.
               02 RC-GAP       PIC +9.99.
               02 FILLER       PIC X(1) VALUE SPACE.
               02 RC-VERDICT   PIC X(16).
           01 SUMMARY-DETAIL.
               02 SM-SUBJECT   PIC X(4).
               02 FILLER       PIC X(3) VALUE SPACES.
               02 SM-COMPARED  PIC ZZZ9.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 SM-MEAN-DIFF PIC +9.99.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 SM-WIDE-GAPS PIC ZZZ9.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 SM-NO-MARKS  PIC ZZZ9.
           01 GAP-LIMIT-X PIC 9.99.
           01 REPORT-TEXT PIC X(80).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- External Exam Results Import ----"

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "EXAMIMPORT" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for exam result "
                       "import."
                   STOP RUN
               END-IF

               ACCEPT TODAY FROM DATE YYYYMMDD
               MOVE "EXAMGAPMAX" TO PARM-ID
               MOVE TODAY TO PARM-ASOF
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   AND PARM-VALUE < 5
                   MOVE PARM-VALUE TO GAP-LIMIT
               END-IF

               OPEN INPUT ExamResultsFile
               IF NOT RESULTS-FILE-OK
                   DISPLAY "No exam board results file found."
                   STOP RUN
               END-IF
               OPEN INPUT StudentMasterFile
               OPEN INPUT SubjectMasterFile
               OPEN INPUT BoardGradeFile
               IF NOT STUD-FILE-OK OR NOT SUBJ-FILE-OK
                   OR NOT BOARD-FILE-OK
                   DISPLAY "Student master, subject master or "
                       "board grade scale missing - import "
                       "cannot run."
                   CLOSE ExamResultsFile
                   STOP RUN
               END-IF
               OPEN INPUT SubjectComponentFile
               IF COMP-FILE-OK
                   MOVE "Y" TO COMPONENTS-ON
               END-IF
               OPEN INPUT ComponentScoreFile
               IF SCORE-FILE-OK
                   MOVE "Y" TO SCORES-ON
               END-IF

               PERFORM LOAD_EXTERNAL_LEDGER

               OPEN EXTEND GradeLedgerFile
               OPEN OUTPUT ExamErrorFile
               OPEN OUTPUT ExamReconFile
               MOVE GAP-LIMIT TO GAP-LIMIT-X
               INITIALIZE REPORT-TEXT
               STRING "---- Internal vs External Results " TODAY
                   " (gaps of " GAP-LIMIT-X " or more) ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO EXAM-RECON-LINE
               WRITE EXAM-RECON-LINE
               MOVE "STUDNT NAME                 SUBJ BRD  INTRNL"
                   TO EXAM-RECON-LINE
               MOVE "EXTRNL  GAP  VERDICT" TO EXAM-RECON-LINE(48:)
               WRITE EXAM-RECON-LINE

               PERFORM IMPORT_ONE_RESULT
               UNTIL RESULTS-EOF = "Y"

               PERFORM WRITE_SUBJECT_SUMMARY

               CLOSE ExamResultsFile
               CLOSE StudentMasterFile
               CLOSE SubjectMasterFile
               CLOSE BoardGradeFile
               IF COMPONENTS-ARE-ON
                   CLOSE SubjectComponentFile
               END-IF
               IF SCORES-ARE-ON
                   CLOSE ComponentScoreFile
               END-IF
               CLOSE GradeLedgerFile
               CLOSE ExamErrorFile
               CLOSE ExamReconFile

               MOVE "EXAMIMPORT" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "EXAM_IMPORTED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING RESULTS-LOADED " loaded "
                   RESULTS-REJECTED " rejected"
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL

               DISPLAY "Lines read       : " LINES-READ
               DISPLAY "Results loaded   : " RESULTS-LOADED
               DISPLAY "Results rejected : " RESULTS-REJECTED
               DISPLAY "Compared to marks: " RESULTS-COMPARED
               DISPLAY "Wide gaps        : " WIDE-GAPS
               DISPLAY "---- Exam Results Import Complete ----"
               STOP RUN.

           LOAD_EXTERNAL_LEDGER SECTION.
               OPEN INPUT GradeLedgerFile
               IF NOT LEDGER-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM LOAD_ONE_LEDGER_LINE
               UNTIL LEDGER-EOF = "Y"
               CLOSE GradeLedgerFile.

           LOAD_ONE_LEDGER_LINE SECTION.
               READ GradeLedgerFile
                   AT END
                       MOVE "Y" TO LEDGER-EOF
                       EXIT SECTION
               END-READ
               IF NOT GL-IS-EXTERNAL
                   OR LOADED-COUNT NOT < 3000
                   EXIT SECTION
               END-IF
               ADD 1 TO LOADED-COUNT
               MOVE GL-STUDENT TO LD-STUDENT(LOADED-COUNT)
               MOVE GL-SUBJECT TO LD-SUBJECT(LOADED-COUNT)
               MOVE GL-DATE TO LD-DATE(LOADED-COUNT).

           IMPORT_ONE_RESULT SECTION.
               READ ExamResultsFile
                   AT END
                       MOVE "Y" TO RESULTS-EOF
                       EXIT SECTION
               END-READ
               ADD 1 TO LINES-READ

               INITIALIZE XB-BOARD XB-STUDENT XB-SUBJECT XB-DATE
                   XB-GRADE
               UNSTRING ExamResultLine DELIMITED BY ","
                   INTO XB-BOARD XB-STUDENT XB-SUBJECT XB-DATE
                       XB-GRADE
               END-UNSTRING
               IF XB-BOARD = "BOAR" OR ExamResultLine = SPACES
                   EXIT SECTION
               END-IF

               IF XB-STUDENT = SPACES OR XB-SUBJECT = SPACES
                   OR XB-GRADE = SPACES
                   MOVE "field missing" TO XE-REASON
                   PERFORM WRITE_REJECT
                   EXIT SECTION
               END-IF
               IF XB-DATE IS NOT NUMERIC
                   MOVE "exam date invalid" TO XE-REASON
                   PERFORM WRITE_REJECT
                   EXIT SECTION
               END-IF

               MOVE XB-STUDENT TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       MOVE "id not on student master"
                           TO XE-REASON
                       PERFORM WRITE_REJECT
                       EXIT SECTION
               END-READ
               IF NOT STUD-IS-ENROLLED
                   MOVE "student not enrolled" TO XE-REASON
                   PERFORM WRITE_REJECT
                   EXIT SECTION
               END-IF

               MOVE XB-SUBJECT TO SUBJ-CODE
               READ SubjectMasterFile
                   INVALID KEY
                       MOVE "subject not on subject master"
                           TO XE-REASON
                       PERFORM WRITE_REJECT
                       EXIT SECTION
               END-READ

               MOVE XB-BOARD TO BG-BOARD
               MOVE XB-GRADE TO BG-GRADE
               READ BoardGradeFile
                   INVALID KEY
                       MOVE "board grade not on scale"
                           TO XE-REASON
                       PERFORM WRITE_REJECT
                       EXIT SECTION
               END-READ
               MOVE BG-OUR-GRADE TO EXTERNAL-GRADE

               MOVE "N" TO LOADED-FOUND
               PERFORM MATCH_LOADED_RESULT
                   VARYING LOADED-INDEX FROM 1 BY 1
                   UNTIL LOADED-INDEX > LOADED-COUNT
                   OR LOADED-IS-FOUND
               IF LOADED-IS-FOUND
                   MOVE "result already imported" TO XE-REASON
                   PERFORM WRITE_REJECT
                   EXIT SECTION
               END-IF

               MOVE EXTERNAL-GRADE TO EXTERNAL-GRADE-X
               MOVE SPACES TO GradeLedgerLine
               MOVE XB-DATE TO GL-DATE
               MOVE XB-STUDENT TO GL-STUDENT
               MOVE XB-SUBJECT TO GL-SUBJECT
               MOVE EXTERNAL-GRADE-X TO GL-GRADE-X
               MOVE "EXT" TO GL-SOURCE
               MOVE XB-BOARD TO GL-BOARD
               WRITE GradeLedgerLine
               ADD 1 TO RESULTS-LOADED
               IF LOADED-COUNT < 3000
                   ADD 1 TO LOADED-COUNT
                   MOVE XB-STUDENT TO LD-STUDENT(LOADED-COUNT)
                   MOVE XB-SUBJECT TO LD-SUBJECT(LOADED-COUNT)
                   MOVE XB-DATE TO LD-DATE(LOADED-COUNT)
               END-IF

               PERFORM RECONCILE_RESULT.

           MATCH_LOADED_RESULT SECTION.
               IF LD-STUDENT(LOADED-INDEX) = XB-STUDENT
                   AND LD-SUBJECT(LOADED-INDEX) = XB-SUBJECT
                   AND LD-DATE(LOADED-INDEX) = XB-DATE
                   MOVE "Y" TO LOADED-FOUND
               END-IF.

           RECONCILE_RESULT SECTION.
               MOVE "N" TO SUBJECT-FOUND
               PERFORM FIND_SUBJECT_ENTRY
                   VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > SUBJECT-COUNT
                   OR SUBJECT-IS-FOUND
               IF SUBJECT-IS-FOUND
                   SUBTRACT 1 FROM SUBJECT-INDEX
               ELSE
                   IF SUBJECT-COUNT NOT < 50
                       EXIT SECTION
                   END-IF
                   ADD 1 TO SUBJECT-COUNT
                   MOVE SUBJECT-COUNT TO SUBJECT-INDEX
                   INITIALIZE SUBJECT-ENTRY(SUBJECT-INDEX)
                   MOVE XB-SUBJECT TO SB-SUBJECT(SUBJECT-INDEX)
               END-IF

               MOVE 0 TO WEIGHTED-SUM
               MOVE 0 TO WEIGHT-USED-TOTAL
               IF SCORES-ARE-ON
                   PERFORM ADD_ONE_COMPONENT
                       VARYING SCAN-COMP-NO FROM 1 BY 1
                       UNTIL SCAN-COMP-NO > 9
               END-IF
               IF WEIGHT-USED-TOTAL = 0
                   ADD 1 TO SB-NO-MARKS(SUBJECT-INDEX)
                   EXIT SECTION
               END-IF

               COMPUTE INTERNAL-GRADE ROUNDED =
                   WEIGHTED-SUM / WEIGHT-USED-TOTAL
               COMPUTE GRADE-GAP = INTERNAL-GRADE - EXTERNAL-GRADE
               ADD 1 TO RESULTS-COMPARED
               ADD 1 TO SB-COMPARED(SUBJECT-INDEX)
               ADD GRADE-GAP TO SB-DIFF-SUM(SUBJECT-INDEX)
               IF GRADE-GAP < 0
                   COMPUTE ABS-GAP = 0 - GRADE-GAP
               ELSE
                   MOVE GRADE-GAP TO ABS-GAP
               END-IF
               IF ABS-GAP < GAP-LIMIT
                   EXIT SECTION
               END-IF

               ADD 1 TO WIDE-GAPS
               ADD 1 TO SB-WIDE-GAPS(SUBJECT-INDEX)
               MOVE XB-STUDENT TO RC-STUDENT
               MOVE STUD-NAME TO RC-NAME
               MOVE XB-SUBJECT TO RC-SUBJECT
               MOVE XB-BOARD TO RC-BOARD
               MOVE INTERNAL-GRADE TO RC-INTERNAL
               MOVE EXTERNAL-GRADE TO RC-EXTERNAL
               MOVE GRADE-GAP TO RC-GAP
               IF GRADE-GAP < 0
                   MOVE "MARKED GENEROUS" TO RC-VERDICT
               ELSE
                   MOVE "MARKED HARSH" TO RC-VERDICT
               END-IF
               MOVE RECON-DETAIL TO EXAM-RECON-LINE
               WRITE EXAM-RECON-LINE.

           FIND_SUBJECT_ENTRY SECTION.
               IF SB-SUBJECT(SUBJECT-INDEX) = XB-SUBJECT
                   MOVE "Y" TO SUBJECT-FOUND
               END-IF.

           ADD_ONE_COMPONENT SECTION.
               MOVE XB-STUDENT TO CS-STUDENT
               MOVE XB-SUBJECT TO CS-SUBJECT
               MOVE SCAN-COMP-NO TO CS-COMP-NO
               READ ComponentScoreFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE 1 TO COMP-WEIGHT
               IF COMPONENTS-ARE-ON
                   MOVE XB-SUBJECT TO CM-SUBJECT
                   MOVE SCAN-COMP-NO TO CM-COMP-NO
                   READ SubjectComponentFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-WEIGHT TO COMP-WEIGHT
                   END-READ
               END-IF
               COMPUTE WEIGHTED-SUM =
                   WEIGHTED-SUM + CS-SCORE * COMP-WEIGHT
               ADD COMP-WEIGHT TO WEIGHT-USED-TOTAL.

           WRITE_SUBJECT_SUMMARY SECTION.
               MOVE SPACES TO EXAM-RECON-LINE
               WRITE EXAM-RECON-LINE
               MOVE "---- Marking calibration by subject ----"
                   TO EXAM-RECON-LINE
               WRITE EXAM-RECON-LINE
               MOVE "SUBJ  COMPARED  MEAN GAP  WIDE GAPS  NO MARKS"
                   TO EXAM-RECON-LINE
               WRITE EXAM-RECON-LINE
               PERFORM WRITE_ONE_SUBJECT
                   VARYING SUBJECT-INDEX FROM 1 BY 1
                   UNTIL SUBJECT-INDEX > SUBJECT-COUNT
               MOVE "Mean gap is internal minus external; below"
                   TO EXAM-RECON-LINE
               MOVE " zero means generous marking."
                   TO EXAM-RECON-LINE(43:)
               WRITE EXAM-RECON-LINE.

           WRITE_ONE_SUBJECT SECTION.
               MOVE 0 TO MEAN-DIFF
               IF SB-COMPARED(SUBJECT-INDEX) > 0
                   COMPUTE MEAN-DIFF ROUNDED =
                       SB-DIFF-SUM(SUBJECT-INDEX)
                       / SB-COMPARED(SUBJECT-INDEX)
               END-IF
               MOVE SB-SUBJECT(SUBJECT-INDEX) TO SM-SUBJECT
               MOVE SB-COMPARED(SUBJECT-INDEX) TO SM-COMPARED
               MOVE MEAN-DIFF TO SM-MEAN-DIFF
               MOVE SB-WIDE-GAPS(SUBJECT-INDEX) TO SM-WIDE-GAPS
               MOVE SB-NO-MARKS(SUBJECT-INDEX) TO SM-NO-MARKS
               MOVE SUMMARY-DETAIL TO EXAM-RECON-LINE
               WRITE EXAM-RECON-LINE.

           WRITE_REJECT SECTION.
               MOVE ExamResultLine TO XE-LINE
               WRITE ExamErrorLine
               ADD 1 TO RESULTS-REJECTED
               DISPLAY "Rejected: " XE-REASON.
