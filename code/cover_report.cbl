           IDENTIFICATION DIVISION.
           PROGRAM-ID. COVER-REPORT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TeacherMasterFile ASSIGN TO "TEACHMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TCH-ID
                   FILE STATUS IS TEACH-FILE-STATUS.

               SELECT TeacherAbsenceFile ASSIGN TO "TCHABS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TAB-KEY
                   FILE STATUS IS ABS-FILE-STATUS.

               SELECT CoverLogFile ASSIGN TO "COVERLOG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CV-KEY
                   FILE STATUS IS COVER-FILE-STATUS.

               SELECT CoverReportFile ASSIGN TO REPORT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD TeacherMasterFile.
           COPY TEACHMST.

           FD TeacherAbsenceFile.
           COPY TCHABS.

           FD CoverLogFile.
           COPY COVERLOG.

           FD CoverReportFile.
           01 COVER-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".
               88 TEACH-FILE-EOF VALUE "10".
           01 ABS-FILE-STATUS PIC XX.
               88 ABS-FILE-OK VALUE "00".
           01 COVER-FILE-STATUS PIC XX.
               88 COVER-FILE-OK VALUE "00".
           01 ABS-EOF PIC X.
           01 COVER-EOF PIC X.

           01 TODAY PIC 9(8).
           01 INPUT-DATE PIC 9(8).
           01 TERM-START PIC 9(8).
           01 TERM-END PIC 9(8).
           01 TERM-NAME PIC X(6).
           01 REPORT-FILE-NAME PIC X(40).

           01 TEACHER-TABLE.
               02 TEACHER-COUNT PIC 9(4) VALUE 0.
               02 TEACHER-ENTRY OCCURS 500 TIMES.
                   03 TT-ID          PIC X(10).
                   03 TT-NAME        PIC X(20).
                   03 TT-ACTIVE      PIC X(1).
                   03 TT-ABS-DAYS    PIC 9(3).
                   03 TT-SICK-DAYS   PIC 9(3).
                   03 TT-MISSED      PIC 9(4).
                   03 TT-UNCOVERED   PIC 9(4).
                   03 TT-COVER-GIVEN PIC 9(4).
           01 TT-INDEX PIC 9(4).
           01 SEARCH-ID PIC X(10).
           01 FOUND-INDEX PIC 9(4).

           01 TOTAL-ABS-DAYS PIC 9(5) VALUE 0.
           01 TOTAL-SICK-DAYS PIC 9(5) VALUE 0.
           01 TOTAL-MISSED PIC 9(5) VALUE 0.
           01 TOTAL-UNCOVERED PIC 9(5) VALUE 0.
           01 TOTAL-COVER-GIVEN PIC 9(5) VALUE 0.
           01 COVERING-TEACHERS PIC 9(4) VALUE 0.
           01 ACTIVE-TEACHERS PIC 9(4) VALUE 0.
           01 AVERAGE-COVER PIC 9(3)V9.

           01 REPORT-DETAIL.
               02 RD-ID          PIC X(10).
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-NAME        PIC X(20).
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-ABS-DAYS    PIC ZZZZ9.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-SICK-DAYS   PIC ZZZZ9.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-MISSED      PIC ZZZZ9.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-UNCOVERED   PIC ZZZZ9.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-COVER-GIVEN PIC ZZZZ9.
               02 FILLER         PIC X(1) VALUE SPACE.
               02 RD-FLAG        PIC X(7).
           01 AVERAGE-TEXT PIC ZZ9.9.
           01 REPORT-TEXT PIC X(80).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Termly Absence and Cover Report ----"
               ACCEPT TODAY FROM DATE YYYYMMDD
               DISPLAY "Any date in the term (YYYYMMDD, 0 = today): "
               ACCEPT INPUT-DATE
               IF INPUT-DATE = 0
                   MOVE TODAY TO INPUT-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(INPUT-DATE) NOT = 0
                   DISPLAY "Invalid date."
                   STOP RUN
               END-IF
               CALL "GET-SCHOOL-TERM" USING INPUT-DATE, TERM-START,
                   TERM-END, TERM-NAME

               OPEN INPUT TeacherMasterFile
               IF NOT TEACH-FILE-OK
                   DISPLAY "Teacher master not available."
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO TCH-ID
               START TeacherMasterFile KEY IS NOT LESS THAN TCH-ID
                   INVALID KEY
                       SET TEACH-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_TEACHER
               UNTIL TEACH-FILE-EOF
               CLOSE TeacherMasterFile

               OPEN INPUT TeacherAbsenceFile
               IF ABS-FILE-OK
                   PERFORM COUNT_TEACHER_ABSENCE
                       VARYING TT-INDEX FROM 1 BY 1
                       UNTIL TT-INDEX > TEACHER-COUNT
                   CLOSE TeacherAbsenceFile
               END-IF

               OPEN INPUT CoverLogFile
               IF COVER-FILE-OK
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
                   CLOSE CoverLogFile
               END-IF

               PERFORM PRINT_REPORT

               DISPLAY "Term            : " TERM-NAME " " TERM-START
                   " to " TERM-END
               DISPLAY "Absence days    : " TOTAL-ABS-DAYS
               DISPLAY "Lessons missed  : " TOTAL-MISSED
               DISPLAY "Cover given     : " TOTAL-COVER-GIVEN
               DISPLAY "Uncovered       : " TOTAL-UNCOVERED
               DISPLAY "Report written to " REPORT-FILE-NAME
               DISPLAY "---- Report Complete ----"
               STOP RUN.

           LOAD_ONE_TEACHER SECTION.
               READ TeacherMasterFile NEXT RECORD
                   AT END
                       SET TEACH-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF TEACHER-COUNT NOT < 500
                   EXIT SECTION
               END-IF
               ADD 1 TO TEACHER-COUNT
               INITIALIZE TEACHER-ENTRY(TEACHER-COUNT)
               MOVE TCH-ID TO TT-ID(TEACHER-COUNT)
               MOVE TCH-NAME TO TT-NAME(TEACHER-COUNT)
               IF TCH-IS-ACTIVE
                   MOVE "Y" TO TT-ACTIVE(TEACHER-COUNT)
                   ADD 1 TO ACTIVE-TEACHERS
               ELSE
                   MOVE "N" TO TT-ACTIVE(TEACHER-COUNT)
               END-IF.

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

           COUNT_TEACHER_ABSENCE SECTION.
               MOVE "N" TO ABS-EOF
               MOVE TT-ID(TT-INDEX) TO TAB-TEACHER
               MOVE TERM-START TO TAB-DATE
               START TeacherAbsenceFile KEY IS NOT LESS THAN TAB-KEY
                   INVALID KEY
                       MOVE "Y" TO ABS-EOF
               END-START
               PERFORM COUNT_ONE_ABSENCE
               UNTIL ABS-EOF = "Y".

           COUNT_ONE_ABSENCE SECTION.
               READ TeacherAbsenceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ABS-EOF
                       EXIT SECTION
               END-READ
               IF TAB-TEACHER NOT = TT-ID(TT-INDEX)
                   OR TAB-DATE > TERM-END
                   MOVE "Y" TO ABS-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO TT-ABS-DAYS(TT-INDEX)
               ADD 1 TO TOTAL-ABS-DAYS
               IF TAB-IS-SICK
                   ADD 1 TO TT-SICK-DAYS(TT-INDEX)
                   ADD 1 TO TOTAL-SICK-DAYS
               END-IF.

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
               ADD 1 TO TOTAL-MISSED
               MOVE CV-ABSENT TO SEARCH-ID
               PERFORM FIND_TEACHER
               IF FOUND-INDEX > 0
                   ADD 1 TO TT-MISSED(FOUND-INDEX)
               END-IF
               IF CV-COVER = SPACES
                   ADD 1 TO TOTAL-UNCOVERED
                   IF FOUND-INDEX > 0
                       ADD 1 TO TT-UNCOVERED(FOUND-INDEX)
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO TOTAL-COVER-GIVEN
               MOVE CV-COVER TO SEARCH-ID
               PERFORM FIND_TEACHER
               IF FOUND-INDEX > 0
                   ADD 1 TO TT-COVER-GIVEN(FOUND-INDEX)
               END-IF.

           PRINT_REPORT SECTION.
               INITIALIZE REPORT-FILE-NAME
               STRING "COVERTERM." TERM-START
                   DELIMITED BY SIZE INTO REPORT-FILE-NAME
               OPEN OUTPUT CoverReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Absence and Cover - " TERM-NAME " term "
                   TERM-START " to " TERM-END " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE
               MOVE SPACES TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE
               MOVE SPACES TO COVER-REPORT-LINE
               MOVE "TEACHER" TO COVER-REPORT-LINE(1:)
               MOVE "NAME" TO COVER-REPORT-LINE(12:)
               MOVE "ABSNT  SICK MISSD UNCVD COVER"
                   TO COVER-REPORT-LINE(33:)
               WRITE COVER-REPORT-LINE
               PERFORM PRINT_ONE_TEACHER
                   VARYING TT-INDEX FROM 1 BY 1
                   UNTIL TT-INDEX > TEACHER-COUNT

               MOVE SPACES TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE
               MOVE SPACES TO RD-ID
               MOVE "TOTAL" TO RD-NAME
               MOVE TOTAL-ABS-DAYS TO RD-ABS-DAYS
               MOVE TOTAL-SICK-DAYS TO RD-SICK-DAYS
               MOVE TOTAL-MISSED TO RD-MISSED
               MOVE TOTAL-UNCOVERED TO RD-UNCOVERED
               MOVE TOTAL-COVER-GIVEN TO RD-COVER-GIVEN
               MOVE SPACES TO RD-FLAG
               MOVE REPORT-DETAIL TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE

               IF ACTIVE-TEACHERS > 0
                   COMPUTE AVERAGE-COVER ROUNDED =
                       TOTAL-COVER-GIVEN / ACTIVE-TEACHERS
               ELSE
                   MOVE 0 TO AVERAGE-COVER
               END-IF
               MOVE AVERAGE-COVER TO AVERAGE-TEXT
               INITIALIZE REPORT-TEXT
               STRING "Average cover per active teacher: " AVERAGE-TEXT
                   "  teachers giving cover: " COVERING-TEACHERS
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE
               MOVE "HIGH = cover given is more than twice the average"
                   TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE
               CLOSE CoverReportFile.

           PRINT_ONE_TEACHER SECTION.
               IF TT-ACTIVE(TT-INDEX) NOT = "Y"
                   AND TT-ABS-DAYS(TT-INDEX) = 0
                   AND TT-MISSED(TT-INDEX) = 0
                   AND TT-COVER-GIVEN(TT-INDEX) = 0
                   EXIT SECTION
               END-IF
               IF TT-COVER-GIVEN(TT-INDEX) > 0
                   ADD 1 TO COVERING-TEACHERS
               END-IF
               MOVE TT-ID(TT-INDEX) TO RD-ID
               MOVE TT-NAME(TT-INDEX) TO RD-NAME
               MOVE TT-ABS-DAYS(TT-INDEX) TO RD-ABS-DAYS
               MOVE TT-SICK-DAYS(TT-INDEX) TO RD-SICK-DAYS
               MOVE TT-MISSED(TT-INDEX) TO RD-MISSED
               MOVE TT-UNCOVERED(TT-INDEX) TO RD-UNCOVERED
               MOVE TT-COVER-GIVEN(TT-INDEX) TO RD-COVER-GIVEN
               MOVE SPACES TO RD-FLAG
               IF ACTIVE-TEACHERS > 0
                   AND TT-COVER-GIVEN(TT-INDEX) * ACTIVE-TEACHERS
                       > TOTAL-COVER-GIVEN * 2
                   AND TT-COVER-GIVEN(TT-INDEX) > 2
                   MOVE "HIGH" TO RD-FLAG
               END-IF
               MOVE REPORT-DETAIL TO COVER-REPORT-LINE
               WRITE COVER-REPORT-LINE.
