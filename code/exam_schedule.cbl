           01 FILTER-CLASS PIC X(6).
           01 FILTER-ROOM PIC X(4).
           01 SITTING-COUNT PIC 9(3).
           01 TODAY PIC 9(8).
           01 FEE-HELD PIC X(1).
               88 FEE-IS-HELD VALUE "Y".
           01 FEE-ARREARS PIC 9(7)V99.
           01 FLAGGED-COUNT PIC 9(3).

           01 REPORT-TEXT PIC X(80).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Exam Timetable Maintenance ----"
               ACCEPT TODAY FROM DATE YYYYMMDD

               PERFORM OPEN_EXAM_FILE
               OPEN INPUT SubjectMasterFile
               PERFORM PRINT_ONE_SITTING
               UNTIL LIST-EOF = "Y"

               IF FILTER-CLASS NOT = SPACES
                   PERFORM FLAG_SANCTIONED_STUDENTS
               END-IF

               CLOSE TimetableFile
               DISPLAY "Timetable written to EXAMTTBL.".

                       IF STUD-CLASS = INPUT-CLASS
                           AND STUD-IS-ENROLLED
                           ADD 1 TO SITTING-COUNT
                           CALL "CHECK-FEE-SANCTION" USING STUD-ID,
                               TODAY, FEE-HELD, FEE-ARREARS
                           IF FEE-IS-HELD
                               DISPLAY "  " STUD-ID " " STUD-NAME
                                   " ** FEE SANCTION **"
                           ELSE
                               DISPLAY "  " STUD-ID " " STUD-NAME
                           END-IF
                       END-IF
               END-READ.

           FLAG_SANCTIONED_STUDENTS SECTION.
               MOVE 0 TO FLAGGED-COUNT
               MOVE LOW-VALUES TO STUD-ID
               START StudentMasterFile KEY IS NOT LESS THAN
                   STUD-ID
                   INVALID KEY
                       SET STUD-FILE-EOF TO TRUE
               END-START
               PERFORM FLAG_ONE_STUDENT
               UNTIL STUD-FILE-EOF
               IF FLAGGED-COUNT > 0
                   INITIALIZE REPORT-TEXT
                   STRING FLAGGED-COUNT " student(s) flagged for "
                       "fee sanction - see the bursar"
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE REPORT-TEXT TO TIMETABLE-LINE
                   WRITE TIMETABLE-LINE
               END-IF.

           FLAG_ONE_STUDENT SECTION.
               READ StudentMasterFile NEXT RECORD
                   AT END
                       SET STUD-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF STUD-CLASS NOT = FILTER-CLASS
                   OR NOT STUD-IS-ENROLLED
                   EXIT SECTION
               END-IF
               CALL "CHECK-FEE-SANCTION" USING STUD-ID, TODAY,
                   FEE-HELD, FEE-ARREARS
               IF NOT FEE-IS-HELD
                   EXIT SECTION
               END-IF
               ADD 1 TO FLAGGED-COUNT
               IF FLAGGED-COUNT = 1
                   MOVE "Fee sanction - flagged students:"
                       TO TIMETABLE-LINE
                   WRITE TIMETABLE-LINE
               END-IF
               INITIALIZE REPORT-TEXT
               STRING "  " STUD-ID " " STUD-NAME
                   " ** FEE SANCTION **"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO TIMETABLE-LINE
               WRITE TIMETABLE-LINE
               DISPLAY REPORT-TEXT.
