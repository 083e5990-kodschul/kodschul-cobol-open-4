           IDENTIFICATION DIVISION.
           PROGRAM-ID. AT-RISK-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT AttendanceFile ASSIGN TO "ATTEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AT-KEY
                   FILE STATUS IS ATTEND-FILE-STATUS.

               SELECT GradeLedgerFile ASSIGN TO "GRADELDGR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.

               SELECT AtRiskFile ASSIGN TO "ATRISK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-STUD-ID
                   FILE STATUS IS RISK-FILE-STATUS.

               SELECT ClassProgressionFile ASSIGN TO "CLASSPRG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-CLASS
                   FILE STATUS IS PROG-FILE-STATUS.

               SELECT TeacherMasterFile ASSIGN TO "TEACHMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TCH-ID
                   FILE STATUS IS TEACH-FILE-STATUS.

               SELECT RiskReportFile ASSIGN TO "ATRISKRPT"
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

           FD AttendanceFile.
           COPY ATTEND.

           FD GradeLedgerFile.
           01 GradeLedgerLine.
               02 GL-DATE    PIC 9(8).
               02 FILLER     PIC X(1).
               02 GL-STUDENT PIC X(6).
               02 FILLER     PIC X(1).
               02 GL-SUBJECT PIC X(4).
               02 FILLER     PIC X(1).
               02 GL-GRADE-X PIC X(4).
               02 FILLER     PIC X(35).

           FD AtRiskFile.
           COPY ATRISK.

           FD ClassProgressionFile.
           COPY CLASSPRG.

           FD TeacherMasterFile.
           COPY TEACHMST.

           FD RiskReportFile.
           01 RISK-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
               88 STUD-FILE-EOF VALUE "10".
           01 ATTEND-FILE-STATUS PIC XX.
               88 ATTEND-FILE-OK VALUE "00".
           01 LEDGER-FILE-STATUS PIC XX.
               88 LEDGER-FILE-OK VALUE "00".
           01 RISK-FILE-STATUS PIC XX.
               88 RISK-FILE-OK VALUE "00".
               88 RISK-FILE-MISSING VALUE "35".
           01 PROG-FILE-STATUS PIC XX.
               88 PROG-FILE-OK VALUE "00".
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".
           01 LEDGER-EOF PIC X VALUE "N".
           01 ATTEND-EOF PIC X.
           01 ATTEND-OPEN PIC X VALUE "N".
               88 ATTEND-IS-OPEN VALUE "Y".
           01 PROG-OPEN PIC X VALUE "N".
               88 PROG-IS-OPEN VALUE "Y".
           01 TEACH-OPEN PIC X VALUE "N".
               88 TEACH-IS-OPEN VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 PERIOD-DAYS PIC 9(3) VALUE 28.
           01 RISK-THRESHOLD PIC 9(3) VALUE 40.
           01 PASS-CUTOFF PIC 9V99 VALUE 4.24.
           01 CURR-START PIC 9(8).
           01 PREV-START PIC 9(8).
           01 DATE-INT PIC 9(8).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 STUDENT-TABLE.
               02 STUDENT-COUNT PIC 9(4) VALUE 0.
               02 STUDENT-ENTRY OCCURS 3000 TIMES.
                   03 ST-ID        PIC X(6).
                   03 ST-NAME      PIC X(20).
                   03 ST-CLASS     PIC X(6).
                   03 ST-CURR-SUM  PIC 9(5)V99.
                   03 ST-CURR-N    PIC 9(3).
                   03 ST-PREV-SUM  PIC 9(5)V99.
                   03 ST-PREV-N    PIC 9(3).
                   03 ST-TREND     PIC S9V99.
                   03 ST-ABS-PCT   PIC 9(3).
                   03 ST-ARREARS   PIC 9(7)V99.
                   03 ST-SCORE     PIC 9(3).
                   03 ST-REASONS   PIC X(3).
                   03 ST-PROGRESS  PIC X(18).
                   03 ST-LISTED    PIC X(1).
           01 ST-INDEX PIC 9(4).
           01 FOUND-INDEX PIC 9(4).
           01 SAME-DAY-RERUN PIC X VALUE "N".
               88 IS-SAME-DAY-RERUN VALUE "Y".
           01 STUDENT-OVERFLOW PIC X VALUE "N".
               88 STUDENTS-HAVE-OVERFLOWED VALUE "Y".

           01 LEDGER-GRADE PIC 9V99.
           01 CURR-AVERAGE PIC 9V99.
           01 PREV-AVERAGE PIC 9V99.
           01 DAYS-RECORDED PIC 9(3).
           01 DAYS-ABSENT PIC 9(3).

           01 FS-HELD     PIC X(1).
               88 FS-IS-HELD VALUE "Y".
           01 FS-ARREARS  PIC 9(7)V99.

           01 CURRENT-CLASS PIC X(6).
           01 NEXT-CLASS-FOUND PIC X.
               88 NEXT-CLASS-IS-FOUND VALUE "Y".
           01 HOMEROOM-ID PIC X(10).
           01 HOMEROOM-NAME PIC X(20).

           01 STUDENTS-SCORED PIC 9(5) VALUE 0.
           01 STUDENTS-FLAGGED PIC 9(5) VALUE 0.
           01 NEWLY-FLAGGED PIC 9(5) VALUE 0.
           01 STUDENTS-CLEARED PIC 9(5) VALUE 0.
           01 STUDENTS-WORSE PIC 9(5) VALUE 0.

           01 REPORT-DETAIL.
               02 RD-ID       PIC X(6).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-NAME     PIC X(20).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-SCORE    PIC ZZ9.
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-REASONS  PIC X(3).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-TREND    PIC +9.99.
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-ABS-PCT  PIC ZZ9.
               02 FILLER      PIC X(1) VALUE "%".
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-ARREARS  PIC Z(6)9.99.
               02 FILLER      PIC X(1) VALUE SPACE.
               02 RD-PROGRESS PIC X(18).
           01 REPORT-TEXT PIC X(80).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- At-Risk Student Early Warning ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_PARAMETERS
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - PERIOD-DAYS + 1
               COMPUTE CURR-START = FUNCTION DATE-OF-INTEGER(DATE-INT)
               SUBTRACT PERIOD-DAYS FROM DATE-INT
               COMPUTE PREV-START = FUNCTION DATE-OF-INTEGER(DATE-INT)
               DISPLAY "Period: " CURR-START " - " RUN-DATE
                   "  previous from " PREV-START

               OPEN INPUT StudentMasterFile
               IF NOT STUD-FILE-OK
                   DISPLAY "Student master not available."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               MOVE LOW-VALUES TO STUD-ID
               START StudentMasterFile KEY IS NOT LESS THAN STUD-ID
                   INVALID KEY
                       SET STUD-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_STUDENT
               UNTIL STUD-FILE-EOF
               CLOSE StudentMasterFile

               OPEN INPUT GradeLedgerFile
               IF LEDGER-FILE-OK
                   PERFORM LOAD_ONE_GRADE
                       UNTIL LEDGER-EOF = "Y"
                   CLOSE GradeLedgerFile
               END-IF

               OPEN INPUT AttendanceFile
               IF ATTEND-FILE-OK
                   MOVE "Y" TO ATTEND-OPEN
               END-IF
               OPEN I-O AtRiskFile
               IF RISK-FILE-MISSING
                   OPEN OUTPUT AtRiskFile
                   CLOSE AtRiskFile
                   OPEN I-O AtRiskFile
               END-IF

               PERFORM SCORE_ONE_STUDENT
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > STUDENT-COUNT

               IF ATTEND-IS-OPEN
                   CLOSE AttendanceFile
               END-IF
               CLOSE AtRiskFile

               PERFORM PRINT_RISK_REPORT

               DISPLAY "Students scored     : " STUDENTS-SCORED
               DISPLAY "Students flagged    : " STUDENTS-FLAGGED
               DISPLAY "Newly flagged       : " NEWLY-FLAGGED
               DISPLAY "Got worse           : " STUDENTS-WORSE
               DISPLAY "Improved and cleared: " STUDENTS-CLEARED

               IF STUDENTS-HAVE-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "ATRISK" TO ALERT-SOURCE
                   MOVE "at-risk student table full - students "
                       TO ALERT-MESSAGE
                   MOVE "omitted" TO ALERT-MESSAGE(43:)
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE STUDENTS-SCORED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- At-Risk Early Warning Complete ----"
               GOBACK.

           LOAD_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "RISKPERIOD" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 6
                   AND PARM-VALUE < 366
                   MOVE PARM-VALUE TO PERIOD-DAYS
               END-IF
               MOVE "RISKSCORE" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   AND PARM-VALUE < 101
                   MOVE PARM-VALUE TO RISK-THRESHOLD
               END-IF.

           LOAD_ONE_STUDENT SECTION.
               READ StudentMasterFile NEXT RECORD
                   AT END
                       SET STUD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT STUD-IS-ENROLLED
                   EXIT SECTION
               END-IF
               IF STUDENT-COUNT NOT < 3000
                   MOVE "Y" TO STUDENT-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO STUDENT-COUNT
               INITIALIZE STUDENT-ENTRY(STUDENT-COUNT)
               MOVE STUD-ID TO ST-ID(STUDENT-COUNT)
               MOVE STUD-NAME TO ST-NAME(STUDENT-COUNT)
               MOVE STUD-CLASS TO ST-CLASS(STUDENT-COUNT)
               MOVE "N" TO ST-LISTED(STUDENT-COUNT).

           LOAD_ONE_GRADE SECTION.
               READ GradeLedgerFile
                   AT END
                       MOVE "Y" TO LEDGER-EOF
                       EXIT SECTION
               END-READ
               IF GL-DATE < PREV-START OR GL-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               IF GL-GRADE-X(1:1) IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               MOVE 0 TO FOUND-INDEX
               PERFORM MATCH_ONE_STUDENT
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > STUDENT-COUNT
                   OR FOUND-INDEX > 0
               IF FOUND-INDEX = 0
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(GL-GRADE-X) TO LEDGER-GRADE
               IF GL-DATE < CURR-START
                   ADD LEDGER-GRADE TO ST-PREV-SUM(FOUND-INDEX)
                   ADD 1 TO ST-PREV-N(FOUND-INDEX)
               ELSE
                   ADD LEDGER-GRADE TO ST-CURR-SUM(FOUND-INDEX)
                   ADD 1 TO ST-CURR-N(FOUND-INDEX)
               END-IF.

           MATCH_ONE_STUDENT SECTION.
               IF ST-ID(ST-INDEX) = GL-STUDENT
                   MOVE ST-INDEX TO FOUND-INDEX
               END-IF.

           SCORE_ONE_STUDENT SECTION.
               ADD 1 TO STUDENTS-SCORED
               MOVE 0 TO ST-SCORE(ST-INDEX)
               MOVE SPACES TO ST-REASONS(ST-INDEX)
               MOVE 0 TO ST-TREND(ST-INDEX)

               IF ST-CURR-N(ST-INDEX) > 0
                   COMPUTE CURR-AVERAGE ROUNDED =
                       ST-CURR-SUM(ST-INDEX) / ST-CURR-N(ST-INDEX)
                   IF ST-PREV-N(ST-INDEX) > 0
                       COMPUTE PREV-AVERAGE ROUNDED =
                           ST-PREV-SUM(ST-INDEX) / ST-PREV-N(ST-INDEX)
                       COMPUTE ST-TREND(ST-INDEX) =
                           CURR-AVERAGE - PREV-AVERAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN ST-TREND(ST-INDEX) NOT < 0.50
                           ADD 30 TO ST-SCORE(ST-INDEX)
                           MOVE "G" TO ST-REASONS(ST-INDEX)(1:1)
                       WHEN ST-TREND(ST-INDEX) NOT < 0.25
                           ADD 15 TO ST-SCORE(ST-INDEX)
                           MOVE "G" TO ST-REASONS(ST-INDEX)(1:1)
                   END-EVALUATE
                   IF CURR-AVERAGE > PASS-CUTOFF
                       ADD 20 TO ST-SCORE(ST-INDEX)
                       MOVE "G" TO ST-REASONS(ST-INDEX)(1:1)
                   END-IF
               END-IF

               MOVE 0 TO DAYS-RECORDED
               MOVE 0 TO DAYS-ABSENT
               IF ATTEND-IS-OPEN
                   MOVE ST-ID(ST-INDEX) TO AT-STUD-ID
                   MOVE CURR-START TO AT-DATE
                   MOVE "N" TO ATTEND-EOF
                   START AttendanceFile KEY IS NOT LESS THAN AT-KEY
                       INVALID KEY
                           MOVE "Y" TO ATTEND-EOF
                   END-START
                   PERFORM READ_ONE_ATTENDANCE
                       UNTIL ATTEND-EOF = "Y"
               END-IF
               MOVE 0 TO ST-ABS-PCT(ST-INDEX)
               IF DAYS-RECORDED > 0
                   COMPUTE ST-ABS-PCT(ST-INDEX) ROUNDED =
                       DAYS-ABSENT * 100 / DAYS-RECORDED
               END-IF
               EVALUATE TRUE
                   WHEN ST-ABS-PCT(ST-INDEX) NOT < 20
                       ADD 30 TO ST-SCORE(ST-INDEX)
                       MOVE "A" TO ST-REASONS(ST-INDEX)(2:1)
                   WHEN ST-ABS-PCT(ST-INDEX) NOT < 10
                       ADD 15 TO ST-SCORE(ST-INDEX)
                       MOVE "A" TO ST-REASONS(ST-INDEX)(2:1)
               END-EVALUATE

               CALL "CHECK-FEE-SANCTION" USING ST-ID(ST-INDEX),
                   RUN-DATE, FS-HELD, FS-ARREARS
               MOVE FS-ARREARS TO ST-ARREARS(ST-INDEX)
               IF FS-ARREARS > 0
                   ADD 10 TO ST-SCORE(ST-INDEX)
                   MOVE "F" TO ST-REASONS(ST-INDEX)(3:1)
               END-IF
               IF FS-IS-HELD
                   ADD 10 TO ST-SCORE(ST-INDEX)
               END-IF

               PERFORM TRACK_PROGRESS.

           READ_ONE_ATTENDANCE SECTION.
               READ AttendanceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ATTEND-EOF
                       EXIT SECTION
               END-READ
               IF AT-STUD-ID NOT = ST-ID(ST-INDEX)
                   OR AT-DATE > RUN-DATE
                   MOVE "Y" TO ATTEND-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO DAYS-RECORDED
               IF AT-IS-ABSENT
                   ADD 1 TO DAYS-ABSENT
               END-IF.

           TRACK_PROGRESS SECTION.
               MOVE ST-ID(ST-INDEX) TO AR-STUD-ID
               READ AtRiskFile
                   INVALID KEY
                       IF ST-SCORE(ST-INDEX) < RISK-THRESHOLD
                           EXIT SECTION
                       END-IF
                       INITIALIZE AT-RISK-RECORD
                       MOVE ST-ID(ST-INDEX) TO AR-STUD-ID
                       MOVE RUN-DATE TO AR-FIRST-FLAGGED
                       MOVE RUN-DATE TO AR-LAST-RUN
                       MOVE ST-SCORE(ST-INDEX) TO AR-LAST-SCORE
                       MOVE 1 TO AR-RUNS-FLAGGED
                       MOVE "F" TO AR-STATUS
                       WRITE AT-RISK-RECORD
                       MOVE "NEW" TO ST-PROGRESS(ST-INDEX)
                       MOVE "Y" TO ST-LISTED(ST-INDEX)
                       ADD 1 TO STUDENTS-FLAGGED
                       ADD 1 TO NEWLY-FLAGGED
                       EXIT SECTION
               END-READ

               MOVE "N" TO SAME-DAY-RERUN
               IF AR-LAST-RUN = RUN-DATE
                   MOVE AR-PREV-SCORE TO AR-LAST-SCORE
                   MOVE "Y" TO SAME-DAY-RERUN
               END-IF
               IF AR-IS-CLEARED
                   IF ST-SCORE(ST-INDEX) < RISK-THRESHOLD
                       EXIT SECTION
                   END-IF
                   MOVE RUN-DATE TO AR-FIRST-FLAGGED
                   MOVE 0 TO AR-RUNS-FLAGGED
                   MOVE "F" TO AR-STATUS
                   MOVE "FLAGGED AGAIN" TO ST-PROGRESS(ST-INDEX)
                   ADD 1 TO NEWLY-FLAGGED
               ELSE
                   EVALUATE TRUE
                       WHEN ST-SCORE(ST-INDEX) < RISK-THRESHOLD
                           MOVE "C" TO AR-STATUS
                           MOVE "IMPROVED - CLEARED"
                               TO ST-PROGRESS(ST-INDEX)
                           ADD 1 TO STUDENTS-CLEARED
                       WHEN ST-SCORE(ST-INDEX) < AR-LAST-SCORE
                           MOVE "IMPROVING" TO ST-PROGRESS(ST-INDEX)
                       WHEN ST-SCORE(ST-INDEX) = AR-LAST-SCORE
                           MOVE "NO CHANGE" TO ST-PROGRESS(ST-INDEX)
                       WHEN OTHER
                           MOVE "WORSE" TO ST-PROGRESS(ST-INDEX)
                           ADD 1 TO STUDENTS-WORSE
                   END-EVALUATE
               END-IF
               IF AR-IS-FLAGGED
                   ADD 1 TO STUDENTS-FLAGGED
                   IF NOT IS-SAME-DAY-RERUN
                       ADD 1 TO AR-RUNS-FLAGGED
                   END-IF
               END-IF
               MOVE "Y" TO ST-LISTED(ST-INDEX)
               MOVE AR-LAST-SCORE TO AR-PREV-SCORE
               MOVE ST-SCORE(ST-INDEX) TO AR-LAST-SCORE
               MOVE RUN-DATE TO AR-LAST-RUN
               REWRITE AT-RISK-RECORD.

           PRINT_RISK_REPORT SECTION.
               OPEN INPUT ClassProgressionFile
               IF PROG-FILE-OK
                   MOVE "Y" TO PROG-OPEN
               END-IF
               OPEN INPUT TeacherMasterFile
               IF TEACH-FILE-OK
                   MOVE "Y" TO TEACH-OPEN
               END-IF
               OPEN OUTPUT RiskReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- At-Risk Students " CURR-START " - "
                   RUN-DATE " (threshold " RISK-THRESHOLD ") ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
               MOVE "Reasons: G grades  A attendance  F fee arrears"
                   TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE

               MOVE "Y" TO NEXT-CLASS-FOUND
               PERFORM PRINT_NEXT_CLASS
               UNTIL NOT NEXT-CLASS-IS-FOUND

               MOVE SPACES TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Flagged " STUDENTS-FLAGGED "  new "
                   NEWLY-FLAGGED "  worse " STUDENTS-WORSE
                   "  cleared " STUDENTS-CLEARED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
               CLOSE RiskReportFile
               IF PROG-IS-OPEN
                   CLOSE ClassProgressionFile
               END-IF
               IF TEACH-IS-OPEN
                   CLOSE TeacherMasterFile
               END-IF.

           PRINT_NEXT_CLASS SECTION.
               MOVE "N" TO NEXT-CLASS-FOUND
               MOVE HIGH-VALUES TO CURRENT-CLASS
               PERFORM FIND_LOWEST_CLASS
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > STUDENT-COUNT
               IF NOT NEXT-CLASS-IS-FOUND
                   EXIT SECTION
               END-IF

               MOVE SPACES TO HOMEROOM-ID
               MOVE SPACES TO HOMEROOM-NAME
               IF PROG-IS-OPEN
                   MOVE CURRENT-CLASS TO CP-CLASS
                   READ ClassProgressionFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CP-HOMEROOM TO HOMEROOM-ID
                   END-READ
               END-IF
               IF HOMEROOM-ID NOT = SPACES AND TEACH-IS-OPEN
                   MOVE HOMEROOM-ID TO TCH-ID
                   READ TeacherMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TCH-NAME TO HOMEROOM-NAME
                   END-READ
               END-IF
               IF HOMEROOM-ID = SPACES
                   MOVE "(none set)" TO HOMEROOM-ID
               END-IF

               MOVE SPACES TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "==== Class " CURRENT-CLASS "  homeroom "
                   HOMEROOM-ID " " HOMEROOM-NAME
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
               MOVE "STUDNT NAME                 SCR WHY TREND ABS"
                   TO RISK-REPORT-LINE
               MOVE "ARREARS   PROGRESS" TO RISK-REPORT-LINE(51:)
               WRITE RISK-REPORT-LINE
               PERFORM PRINT_ONE_STUDENT
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > STUDENT-COUNT.

           FIND_LOWEST_CLASS SECTION.
               IF ST-LISTED(ST-INDEX) NOT = "Y"
                   EXIT SECTION
               END-IF
               IF ST-CLASS(ST-INDEX) < CURRENT-CLASS
                   MOVE ST-CLASS(ST-INDEX) TO CURRENT-CLASS
                   MOVE "Y" TO NEXT-CLASS-FOUND
               END-IF.

           PRINT_ONE_STUDENT SECTION.
               IF ST-LISTED(ST-INDEX) NOT = "Y"
                   OR ST-CLASS(ST-INDEX) NOT = CURRENT-CLASS
                   EXIT SECTION
               END-IF
               MOVE "P" TO ST-LISTED(ST-INDEX)
               MOVE ST-ID(ST-INDEX) TO RD-ID
               MOVE ST-NAME(ST-INDEX) TO RD-NAME
               MOVE ST-SCORE(ST-INDEX) TO RD-SCORE
               MOVE ST-REASONS(ST-INDEX) TO RD-REASONS
               MOVE ST-TREND(ST-INDEX) TO RD-TREND
               MOVE ST-ABS-PCT(ST-INDEX) TO RD-ABS-PCT
               MOVE ST-ARREARS(ST-INDEX) TO RD-ARREARS
               MOVE ST-PROGRESS(ST-INDEX) TO RD-PROGRESS
               MOVE REPORT-DETAIL TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE.
