           IDENTIFICATION DIVISION.
           PROGRAM-ID. COVER-PLAN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TeacherMasterFile ASSIGN TO "TEACHMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TCH-ID
                   FILE STATUS IS TEACH-FILE-STATUS.

               SELECT TeacherAssignFile ASSIGN TO "TEACHASSN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TA-KEY
                   FILE STATUS IS ASSIGN-FILE-STATUS.

               SELECT TeacherAbsenceFile ASSIGN TO "TCHABS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TAB-KEY
                   FILE STATUS IS ABS-FILE-STATUS.

               SELECT LessonGridFile ASSIGN TO "LESSONS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-KEY
                   FILE STATUS IS GRID-FILE-STATUS.

               SELECT CoverLogFile ASSIGN TO "COVERLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CV-KEY
                   FILE STATUS IS COVER-FILE-STATUS.

               SELECT CoverSheetFile ASSIGN TO SHEET-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD TeacherMasterFile.
           COPY TEACHMST.

           FD TeacherAssignFile.
           COPY TEACHASN.

           FD TeacherAbsenceFile.
           COPY TCHABS.

           FD LessonGridFile.
           COPY LESSON.

           FD CoverLogFile.
           COPY COVERLOG.

           FD CoverSheetFile.
           01 COVER-SHEET-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".
               88 TEACH-FILE-EOF VALUE "10".
           01 ASSIGN-FILE-STATUS PIC XX.
               88 ASSIGN-FILE-OK VALUE "00".
           01 ABS-FILE-STATUS PIC XX.
               88 ABS-FILE-OK VALUE "00".
           01 GRID-FILE-STATUS PIC XX.
               88 GRID-FILE-OK VALUE "00".
           01 COVER-FILE-STATUS PIC XX.
               88 COVER-FILE-OK VALUE "00".
               88 COVER-FILE-MISSING VALUE "35".
           01 ASSIGN-OPEN PIC X VALUE "N".
           01 GRID-EOF PIC X.
           01 COVER-EOF PIC X.

           01 TODAY PIC 9(8).
           01 PLAN-DATE PIC 9(8).
           01 PLAN-WEEKDAY PIC 9.
           01 TERM-START PIC 9(8).
           01 TERM-END PIC 9(8).
           01 TERM-NAME PIC X(6).
           01 SHEET-FILE-NAME PIC X(40).
           01 INPUT-LINE PIC 9(3).
           01 INPUT-TEACHER PIC X(10).
           01 INPUT-CONFIRM PIC X(1).

           01 DAY-NAMES.
               02 FILLER PIC X(3) VALUE "MON".
               02 FILLER PIC X(3) VALUE "TUE".
               02 FILLER PIC X(3) VALUE "WED".
               02 FILLER PIC X(3) VALUE "THU".
               02 FILLER PIC X(3) VALUE "FRI".
           01 DAY-NAME-TABLE REDEFINES DAY-NAMES.
               02 DAY-NAME PIC X(3) OCCURS 5 TIMES.

           01 TEACHER-TABLE.
               02 TEACHER-COUNT PIC 9(4) VALUE 0.
               02 TEACHER-ENTRY OCCURS 300 TIMES.
                   03 TT-ID         PIC X(10).
                   03 TT-NAME       PIC X(20).
                   03 TT-ABSENT     PIC X(1).
                   03 TT-TERM-COVER PIC 9(4).
                   03 TT-DAY-COVER  PIC 9(2).
                   03 TT-BUSY       PIC X(1) OCCURS 10 TIMES.
           01 TT-INDEX PIC 9(4).
           01 SEARCH-ID PIC X(10).
           01 FOUND-INDEX PIC 9(4).
           01 ABSENT-COUNT PIC 9(4) VALUE 0.

           01 LESSON-TABLE.
               02 LESSON-COUNT PIC 9(3) VALUE 0.
               02 LESSON-ENTRY OCCURS 300 TIMES.
                   03 CL-PERIOD    PIC 9(2).
                   03 CL-CLASS     PIC X(6).
                   03 CL-SUBJECT   PIC X(4).
                   03 CL-ROOM      PIC X(6).
                   03 CL-ABSENT    PIC X(10).
                   03 CL-COVER     PIC X(10).
                   03 CL-QUALIFIED PIC X(1).
                   03 CL-STATUS    PIC X(1).
                       88 CL-IS-SETTLED VALUE "E".
                       88 CL-TO-PLAN    VALUE "N".
                   03 CL-ON-FILE   PIC X(1).
           01 CL-INDEX PIC 9(3).
           01 LESSON-OVERFLOW PIC X VALUE "N".
               88 LESSON-HAS-OVERFLOWED VALUE "Y".

           01 MAX-DAY-COVER PIC 9(2) VALUE 3.
           01 BEST-INDEX PIC 9(4).
           01 BEST-SCORE PIC 9(7).
           01 CANDIDATE-SCORE PIC 9(7).
           01 QUALIFIED-FLAG PIC X(1).
               88 IS-QUALIFIED VALUE "Y".
           01 CHECK-SUBJECT PIC X(4).

           01 PLANNED-COUNT PIC 9(3) VALUE 0.
           01 COVERED-COUNT PIC 9(3) VALUE 0.
           01 UNCOVERED-COUNT PIC 9(3) VALUE 0.
           01 SETTLED-COUNT PIC 9(3) VALUE 0.
           01 COVER-NAME PIC X(20).
           01 COVER-SHOWN PIC X(10).
           01 LINE-TEXT PIC ZZ9.
           01 REPORT-TEXT PIC X(80).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Lesson Cover Planning ----"
               ACCEPT TODAY FROM DATE YYYYMMDD
               DISPLAY "Date to plan (YYYYMMDD, 0 = today): "
               ACCEPT PLAN-DATE
               IF PLAN-DATE = 0
                   MOVE TODAY TO PLAN-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(PLAN-DATE) NOT = 0
                   DISPLAY "Invalid date."
                   STOP RUN
               END-IF
               COMPUTE PLAN-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(PLAN-DATE), 7)
               IF PLAN-WEEKDAY = 0 OR PLAN-WEEKDAY = 6
                   DISPLAY "No lessons are timetabled at weekends."
                   STOP RUN
               END-IF
               CALL "GET-SCHOOL-TERM" USING PLAN-DATE, TERM-START,
                   TERM-END, TERM-NAME

               MOVE PLAN-DATE TO PARM-ASOF
               MOVE "COVERMAXDAY" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO MAX-DAY-COVER
               END-IF

               OPEN INPUT TeacherMasterFile
               IF NOT TEACH-FILE-OK
                   DISPLAY "Teacher master not available."
                   STOP RUN
               END-IF
               OPEN INPUT TeacherAbsenceFile
               IF NOT ABS-FILE-OK
                   DISPLAY "No teacher absences on file."
                   CLOSE TeacherMasterFile
                   STOP RUN
               END-IF
               OPEN INPUT LessonGridFile
               IF NOT GRID-FILE-OK
                   DISPLAY "No lesson grid on file."
                   CLOSE TeacherMasterFile
                   CLOSE TeacherAbsenceFile
                   STOP RUN
               END-IF
               OPEN INPUT TeacherAssignFile
               IF ASSIGN-FILE-OK
                   MOVE "Y" TO ASSIGN-OPEN
               END-IF
               OPEN I-O CoverLogFile
               IF COVER-FILE-MISSING
                   OPEN OUTPUT CoverLogFile
                   CLOSE CoverLogFile
                   OPEN I-O CoverLogFile
               END-IF

               MOVE LOW-VALUES TO TCH-ID
               START TeacherMasterFile KEY IS NOT LESS THAN TCH-ID
                   INVALID KEY
                       SET TEACH-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_TEACHER
               UNTIL TEACH-FILE-EOF

               MOVE "N" TO GRID-EOF
               MOVE PLAN-WEEKDAY TO LG-DAY
               MOVE 0 TO LG-PERIOD
               MOVE LOW-VALUES TO LG-CLASS
               START LessonGridFile KEY IS NOT LESS THAN LG-KEY
                   INVALID KEY
                       MOVE "Y" TO GRID-EOF
               END-START
               PERFORM LOAD_ONE_LESSON
               UNTIL GRID-EOF = "Y"

               IF LESSON-HAS-OVERFLOWED
                   DISPLAY "Too many lessons need cover for one "
                       "plan - nothing changed."
                   PERFORM CLOSE_FILES
                   STOP RUN
               END-IF

               MOVE "N" TO COVER-EOF
               MOVE TERM-START TO CV-DATE
               MOVE 0 TO CV-PERIOD
               MOVE LOW-VALUES TO CV-CLASS
               START CoverLogFile KEY IS NOT LESS THAN CV-KEY
                   INVALID KEY
                       MOVE "Y" TO COVER-EOF
               END-START
               PERFORM COUNT_ONE_COVER
               UNTIL COVER-EOF = "Y"

               IF LESSON-COUNT = 0
                   DISPLAY "No lessons need cover on " PLAN-DATE "."
                   PERFORM CLOSE_FILES
                   STOP RUN
               END-IF

               PERFORM PROPOSE_ONE_COVER
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL CL-INDEX > LESSON-COUNT

               PERFORM SHOW_PLAN
               MOVE 1 TO INPUT-LINE
               PERFORM AMEND_ONE_COVER
               UNTIL INPUT-LINE = 0

               DISPLAY "Confirm cover plan for " PLAN-DATE
                   " (Y/N): "
               ACCEPT INPUT-CONFIRM
               IF INPUT-CONFIRM = "Y"
                   PERFORM LOG_ONE_COVER
                       VARYING CL-INDEX FROM 1 BY 1
                       UNTIL CL-INDEX > LESSON-COUNT
                   PERFORM PRINT_COVER_SHEET
                   MOVE "COVERPLAN" TO AUD-SOURCE
                   MOVE "OPERATOR" TO AUD-USER
                   MOVE "COVER_PLANNED" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING PLAN-DATE " lessons " PLANNED-COUNT
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
                   DISPLAY "Cover sheet written to " SHEET-FILE-NAME
               ELSE
                   DISPLAY "Cover plan not confirmed."
               END-IF

               PERFORM CLOSE_FILES
               DISPLAY "Teachers absent : " ABSENT-COUNT
               DISPLAY "Lessons affected: " LESSON-COUNT
               DISPLAY "Already covered : " SETTLED-COUNT
               DISPLAY "Covered now     : " COVERED-COUNT
               DISPLAY "Uncovered       : " UNCOVERED-COUNT
               DISPLAY "---- Cover Planning Complete ----"
               STOP RUN.

           CLOSE_FILES SECTION.
               CLOSE TeacherMasterFile
               CLOSE TeacherAbsenceFile
               CLOSE LessonGridFile
               IF ASSIGN-OPEN = "Y"
                   CLOSE TeacherAssignFile
               END-IF
               CLOSE CoverLogFile.

           LOAD_ONE_TEACHER SECTION.
               READ TeacherMasterFile NEXT RECORD
                   AT END
                       SET TEACH-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT TCH-IS-ACTIVE OR TEACHER-COUNT NOT < 300
                   EXIT SECTION
               END-IF
               ADD 1 TO TEACHER-COUNT
               INITIALIZE TEACHER-ENTRY(TEACHER-COUNT)
               MOVE TCH-ID TO TT-ID(TEACHER-COUNT)
               MOVE TCH-NAME TO TT-NAME(TEACHER-COUNT)
               MOVE "N" TO TT-ABSENT(TEACHER-COUNT)
               MOVE TCH-ID TO TAB-TEACHER
               MOVE PLAN-DATE TO TAB-DATE
               READ TeacherAbsenceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO TT-ABSENT(TEACHER-COUNT)
                       ADD 1 TO ABSENT-COUNT
               END-READ.

           FIND_TEACHER SECTION.
               MOVE 0 TO FOUND-INDEX
               PERFORM MATCH_ONE_TEACHER
                   VARYING TT-INDEX FROM 1 BY 1
                   UNTIL TT-INDEX > TEACHER-COUNT
                   OR FOUND-INDEX > 0.

           MATCH_ONE_TEACHER SECTION.
               IF TT-ID(TT-INDEX) = SEARCH-ID
                   MOVE TT-INDEX TO FOUND-INDEX
               END-IF.

           LOAD_ONE_LESSON SECTION.
               READ LessonGridFile NEXT RECORD
                   AT END
                       MOVE "Y" TO GRID-EOF
                       EXIT SECTION
               END-READ
               IF LG-DAY NOT = PLAN-WEEKDAY
                   MOVE "Y" TO GRID-EOF
                   EXIT SECTION
               END-IF
               IF LG-PERIOD < 1 OR LG-PERIOD > 10
                   EXIT SECTION
               END-IF

               MOVE LG-TEACHER TO SEARCH-ID
               PERFORM FIND_TEACHER
               IF FOUND-INDEX > 0
                   MOVE "Y" TO TT-BUSY(FOUND-INDEX, LG-PERIOD)
                   IF TT-ABSENT(FOUND-INDEX) NOT = "Y"
                       EXIT SECTION
                   END-IF
               END-IF

               IF LESSON-COUNT NOT < 300
                   MOVE "Y" TO LESSON-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO LESSON-COUNT
               MOVE LG-PERIOD TO CL-PERIOD(LESSON-COUNT)
               MOVE LG-CLASS TO CL-CLASS(LESSON-COUNT)
               MOVE LG-SUBJECT TO CL-SUBJECT(LESSON-COUNT)
               MOVE LG-ROOM TO CL-ROOM(LESSON-COUNT)
               MOVE LG-TEACHER TO CL-ABSENT(LESSON-COUNT)
               MOVE SPACES TO CL-COVER(LESSON-COUNT)
               MOVE "N" TO CL-QUALIFIED(LESSON-COUNT)
               MOVE "N" TO CL-STATUS(LESSON-COUNT)
               MOVE "N" TO CL-ON-FILE(LESSON-COUNT).

           COUNT_ONE_COVER SECTION.
               READ CoverLogFile NEXT RECORD
                   AT END
                       MOVE "Y" TO COVER-EOF
                       EXIT SECTION
               END-READ
               IF CV-DATE > TERM-END
                   MOVE "Y" TO COVER-EOF
                   EXIT SECTION
               END-IF
               IF CV-DATE = PLAN-DATE
                   PERFORM MATCH_PLANNED_LESSON
                   EXIT SECTION
               END-IF
               IF CV-COVER NOT = SPACES
                   MOVE CV-COVER TO SEARCH-ID
                   PERFORM FIND_TEACHER
                   IF FOUND-INDEX > 0
                       ADD 1 TO TT-TERM-COVER(FOUND-INDEX)
                   END-IF
               END-IF.

           MATCH_PLANNED_LESSON SECTION.
               MOVE 0 TO CL-INDEX
               PERFORM MATCH_ONE_LESSON
                   VARYING TT-INDEX FROM 1 BY 1
                   UNTIL TT-INDEX > LESSON-COUNT
                   OR CL-INDEX > 0
               IF CL-INDEX > 0
                   MOVE "Y" TO CL-ON-FILE(CL-INDEX)
               END-IF
               IF CV-COVER = SPACES
                   EXIT SECTION
               END-IF
               MOVE CV-COVER TO SEARCH-ID
               PERFORM FIND_TEACHER
               IF FOUND-INDEX = 0
                   EXIT SECTION
               END-IF
               IF TT-ABSENT(FOUND-INDEX) = "Y"
                   EXIT SECTION
               END-IF
               ADD 1 TO TT-TERM-COVER(FOUND-INDEX)
               ADD 1 TO TT-DAY-COVER(FOUND-INDEX)
               IF CV-PERIOD > 0 AND CV-PERIOD < 11
                   MOVE "Y" TO TT-BUSY(FOUND-INDEX, CV-PERIOD)
               END-IF
               IF CL-INDEX > 0
                   MOVE "E" TO CL-STATUS(CL-INDEX)
                   MOVE CV-COVER TO CL-COVER(CL-INDEX)
                   MOVE CV-QUALIFIED TO CL-QUALIFIED(CL-INDEX)
                   ADD 1 TO SETTLED-COUNT
               END-IF.

           MATCH_ONE_LESSON SECTION.
               IF CL-PERIOD(TT-INDEX) = CV-PERIOD
                   AND CL-CLASS(TT-INDEX) = CV-CLASS
                   MOVE TT-INDEX TO CL-INDEX
               END-IF.

           PROPOSE_ONE_COVER SECTION.
               IF CL-IS-SETTLED(CL-INDEX)
                   EXIT SECTION
               END-IF
               MOVE 0 TO BEST-INDEX
               MOVE 9999999 TO BEST-SCORE
               MOVE CL-SUBJECT(CL-INDEX) TO CHECK-SUBJECT
               PERFORM SCORE_ONE_CANDIDATE
                   VARYING TT-INDEX FROM 1 BY 1
                   UNTIL TT-INDEX > TEACHER-COUNT
               IF BEST-INDEX = 0
                   EXIT SECTION
               END-IF
               MOVE TT-ID(BEST-INDEX) TO CL-COVER(CL-INDEX)
               IF BEST-SCORE < 100000
                   MOVE "Y" TO CL-QUALIFIED(CL-INDEX)
               ELSE
                   MOVE "N" TO CL-QUALIFIED(CL-INDEX)
               END-IF
               MOVE "Y" TO TT-BUSY(BEST-INDEX, CL-PERIOD(CL-INDEX))
               ADD 1 TO TT-DAY-COVER(BEST-INDEX)
               ADD 1 TO TT-TERM-COVER(BEST-INDEX).

           SCORE_ONE_CANDIDATE SECTION.
               IF TT-ABSENT(TT-INDEX) = "Y"
                   OR TT-BUSY(TT-INDEX, CL-PERIOD(CL-INDEX)) = "Y"
                   OR TT-DAY-COVER(TT-INDEX) NOT < MAX-DAY-COVER
                   EXIT SECTION
               END-IF
               MOVE TT-ID(TT-INDEX) TO SEARCH-ID
               PERFORM CHECK_QUALIFIED
               COMPUTE CANDIDATE-SCORE =
                   TT-TERM-COVER(TT-INDEX) * 10
                   + TT-DAY-COVER(TT-INDEX)
               IF NOT IS-QUALIFIED
                   ADD 100000 TO CANDIDATE-SCORE
               END-IF
               IF CANDIDATE-SCORE < BEST-SCORE
                   MOVE CANDIDATE-SCORE TO BEST-SCORE
                   MOVE TT-INDEX TO BEST-INDEX
               END-IF.

           CHECK_QUALIFIED SECTION.
               MOVE "N" TO QUALIFIED-FLAG
               IF ASSIGN-OPEN NOT = "Y"
                   EXIT SECTION
               END-IF
               MOVE SEARCH-ID TO TA-TEACHER
               MOVE CHECK-SUBJECT TO TA-SUBJECT
               MOVE LOW-VALUES TO TA-CLASS
               START TeacherAssignFile KEY IS NOT LESS THAN TA-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
               READ TeacherAssignFile NEXT RECORD
                   AT END
                       EXIT SECTION
               END-READ
               IF TA-TEACHER = SEARCH-ID
                   AND TA-SUBJECT = CHECK-SUBJECT
                   MOVE "Y" TO QUALIFIED-FLAG
               END-IF.

           SHOW_PLAN SECTION.
               DISPLAY "Cover for " DAY-NAME(PLAN-WEEKDAY) " "
                   PLAN-DATE " (" TERM-NAME " term)"
               DISPLAY "LNE PER CLASS  SUBJ ABSENT     COVER"
               PERFORM SHOW_ONE_LINE
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL CL-INDEX > LESSON-COUNT.

           SHOW_ONE_LINE SECTION.
               MOVE CL-INDEX TO LINE-TEXT
               PERFORM SET_COVER_SHOWN
               IF CL-IS-SETTLED(CL-INDEX)
                   DISPLAY LINE-TEXT " " CL-PERIOD(CL-INDEX) "  "
                       CL-CLASS(CL-INDEX) " " CL-SUBJECT(CL-INDEX)
                       " " CL-ABSENT(CL-INDEX) " " COVER-SHOWN
                       " (already planned)"
               ELSE
                   DISPLAY LINE-TEXT " " CL-PERIOD(CL-INDEX) "  "
                       CL-CLASS(CL-INDEX) " " CL-SUBJECT(CL-INDEX)
                       " " CL-ABSENT(CL-INDEX) " " COVER-SHOWN
               END-IF.

           SET_COVER_SHOWN SECTION.
               IF CL-COVER(CL-INDEX) = SPACES
                   MOVE "UNCOVERED" TO COVER-SHOWN
               ELSE
                   MOVE CL-COVER(CL-INDEX) TO COVER-SHOWN
               END-IF.

           AMEND_ONE_COVER SECTION.
               DISPLAY "Line to change (0 = none): "
               ACCEPT INPUT-LINE
               IF INPUT-LINE = 0
                   EXIT SECTION
               END-IF
               IF INPUT-LINE > LESSON-COUNT
                   DISPLAY "No such line."
                   EXIT SECTION
               END-IF
               MOVE INPUT-LINE TO CL-INDEX
               IF CL-IS-SETTLED(CL-INDEX)
                   DISPLAY "Cover for that lesson is already planned."
                   EXIT SECTION
               END-IF
               DISPLAY "Cover teacher (blank = leave uncovered): "
               ACCEPT INPUT-TEACHER

               MOVE 0 TO FOUND-INDEX
               IF INPUT-TEACHER NOT = SPACES
                   MOVE INPUT-TEACHER TO SEARCH-ID
                   PERFORM FIND_TEACHER
                   IF FOUND-INDEX = 0
                       DISPLAY "Teacher not active on file."
                       EXIT SECTION
                   END-IF
                   IF TT-ABSENT(FOUND-INDEX) = "Y"
                       DISPLAY "Teacher is absent that day."
                       EXIT SECTION
                   END-IF
                   IF TT-BUSY(FOUND-INDEX, CL-PERIOD(CL-INDEX)) = "Y"
                       DISPLAY "Teacher is not free that period."
                       EXIT SECTION
                   END-IF
               END-IF

               IF CL-COVER(CL-INDEX) NOT = SPACES
                   MOVE CL-COVER(CL-INDEX) TO SEARCH-ID
                   MOVE FOUND-INDEX TO BEST-INDEX
                   PERFORM FIND_TEACHER
                   IF FOUND-INDEX > 0
                       MOVE "N" TO
                           TT-BUSY(FOUND-INDEX, CL-PERIOD(CL-INDEX))
                       SUBTRACT 1 FROM TT-DAY-COVER(FOUND-INDEX)
                       SUBTRACT 1 FROM TT-TERM-COVER(FOUND-INDEX)
                   END-IF
                   MOVE BEST-INDEX TO FOUND-INDEX
               END-IF

               MOVE SPACES TO CL-COVER(CL-INDEX)
               MOVE "N" TO CL-QUALIFIED(CL-INDEX)
               IF FOUND-INDEX > 0
                   MOVE TT-ID(FOUND-INDEX) TO CL-COVER(CL-INDEX)
                   MOVE "Y" TO TT-BUSY(FOUND-INDEX, CL-PERIOD(CL-INDEX))
                   ADD 1 TO TT-DAY-COVER(FOUND-INDEX)
                   ADD 1 TO TT-TERM-COVER(FOUND-INDEX)
                   MOVE TT-ID(FOUND-INDEX) TO SEARCH-ID
                   MOVE CL-SUBJECT(CL-INDEX) TO CHECK-SUBJECT
                   PERFORM CHECK_QUALIFIED
                   MOVE QUALIFIED-FLAG TO CL-QUALIFIED(CL-INDEX)
               END-IF
               PERFORM SHOW_ONE_LINE.

           LOG_ONE_COVER SECTION.
               IF CL-IS-SETTLED(CL-INDEX)
                   EXIT SECTION
               END-IF
               MOVE PLAN-DATE TO CV-DATE
               MOVE CL-PERIOD(CL-INDEX) TO CV-PERIOD
               MOVE CL-CLASS(CL-INDEX) TO CV-CLASS
               MOVE CL-SUBJECT(CL-INDEX) TO CV-SUBJECT
               MOVE CL-ABSENT(CL-INDEX) TO CV-ABSENT
               MOVE CL-COVER(CL-INDEX) TO CV-COVER
               MOVE CL-QUALIFIED(CL-INDEX) TO CV-QUALIFIED
               MOVE TODAY TO CV-PLANNED-ON
               IF CL-ON-FILE(CL-INDEX) = "Y"
                   REWRITE COVER-LOG-RECORD
               ELSE
                   WRITE COVER-LOG-RECORD
               END-IF
               ADD 1 TO PLANNED-COUNT
               IF CL-COVER(CL-INDEX) = SPACES
                   ADD 1 TO UNCOVERED-COUNT
               ELSE
                   ADD 1 TO COVERED-COUNT
               END-IF.

           PRINT_COVER_SHEET SECTION.
               INITIALIZE SHEET-FILE-NAME
               STRING "COVERSHEET." PLAN-DATE
                   DELIMITED BY SIZE INTO SHEET-FILE-NAME
               OPEN OUTPUT CoverSheetFile
               INITIALIZE REPORT-TEXT
               STRING "---- Cover Sheet for " DAY-NAME(PLAN-WEEKDAY)
                   " " PLAN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               MOVE SPACES TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               PERFORM PRINT_ONE_ABSENTEE
                   VARYING TT-INDEX FROM 1 BY 1
                   UNTIL TT-INDEX > TEACHER-COUNT
               MOVE SPACES TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               MOVE "PER CLASS  SUBJ ROOM   FOR        COVER      NAME"
                   TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               PERFORM PRINT_ONE_COVER
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL CL-INDEX > LESSON-COUNT
               MOVE SPACES TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               INITIALIZE REPORT-TEXT
               STRING "Lessons " LESSON-COUNT "  covered "
                   COVERED-COUNT "  previously " SETTLED-COUNT
                   "  UNCOVERED " UNCOVERED-COUNT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               MOVE "* cover teacher does not teach the subject"
                   TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE
               CLOSE CoverSheetFile.

           PRINT_ONE_ABSENTEE SECTION.
               IF TT-ABSENT(TT-INDEX) NOT = "Y"
                   EXIT SECTION
               END-IF
               INITIALIZE REPORT-TEXT
               STRING "Absent: " TT-ID(TT-INDEX) " " TT-NAME(TT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE.

           PRINT_ONE_COVER SECTION.
               PERFORM SET_COVER_SHOWN
               MOVE SPACES TO COVER-NAME
               IF CL-COVER(CL-INDEX) NOT = SPACES
                   MOVE CL-COVER(CL-INDEX) TO SEARCH-ID
                   PERFORM FIND_TEACHER
                   IF FOUND-INDEX > 0
                       MOVE TT-NAME(FOUND-INDEX) TO COVER-NAME
                   END-IF
               END-IF
               INITIALIZE REPORT-TEXT
               STRING " " CL-PERIOD(CL-INDEX) " "
                   CL-CLASS(CL-INDEX) " " CL-SUBJECT(CL-INDEX) " "
                   CL-ROOM(CL-INDEX) " " CL-ABSENT(CL-INDEX) " "
                   COVER-SHOWN " " COVER-NAME
                   DELIMITED BY SIZE INTO REPORT-TEXT
               IF CL-COVER(CL-INDEX) NOT = SPACES
                   AND CL-QUALIFIED(CL-INDEX) NOT = "Y"
                   MOVE "*" TO REPORT-TEXT(75:1)
               END-IF
               MOVE REPORT-TEXT TO COVER-SHEET-LINE
               WRITE COVER-SHEET-LINE.
