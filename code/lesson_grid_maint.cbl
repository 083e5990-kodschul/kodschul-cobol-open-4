           IDENTIFICATION DIVISION.
           PROGRAM-ID. LESSON-GRID-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LessonGridFile ASSIGN TO "LESSONS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-KEY
                   FILE STATUS IS GRID-FILE-STATUS.

               SELECT TeacherMasterFile ASSIGN TO "TEACHMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TCH-ID
                   FILE STATUS IS TEACH-FILE-STATUS.

               SELECT SubjectMasterFile ASSIGN TO "SUBJMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUBJ-CODE
                   FILE STATUS IS SUBJ-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD LessonGridFile.
           COPY LESSON.

           FD TeacherMasterFile.
           COPY TEACHMST.

           FD SubjectMasterFile.
           01 SUBJECT-MASTER-RECORD.
               02 SUBJ-CODE PIC X(4).
               02 SUBJ-NAME PIC X(20).

           WORKING-STORAGE SECTION.
           01 GRID-FILE-STATUS PIC XX.
               88 GRID-FILE-OK VALUE "00".
               88 GRID-FILE-MISSING VALUE "35".
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".
           01 SUBJ-FILE-STATUS PIC XX.
               88 SUBJ-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 INPUT-DAY PIC 9.
           01 INPUT-PERIOD PIC 99.
           01 INPUT-CLASS PIC X(6).
           01 INPUT-SUBJECT PIC X(4).
           01 INPUT-TEACHER PIC X(10).
           01 INPUT-ROOM PIC X(6).
           01 LIST-EOF PIC X VALUE "N".
           01 CLASH-FOUND PIC X.
               88 CLASH-IS-FOUND VALUE "Y".
           01 CLASH-CLASS PIC X(6).

           01 DAY-NAMES.
               02 FILLER PIC X(3) VALUE "MON".
               02 FILLER PIC X(3) VALUE "TUE".
               02 FILLER PIC X(3) VALUE "WED".
               02 FILLER PIC X(3) VALUE "THU".
               02 FILLER PIC X(3) VALUE "FRI".
           01 DAY-NAME-TABLE REDEFINES DAY-NAMES.
               02 DAY-NAME PIC X(3) OCCURS 5 TIMES.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Lesson Grid Maintenance ----"

               OPEN I-O LessonGridFile
               IF GRID-FILE-MISSING
                   OPEN OUTPUT LessonGridFile
                   CLOSE LessonGridFile
                   OPEN I-O LessonGridFile
               END-IF
               OPEN INPUT TeacherMasterFile
               OPEN INPUT SubjectMasterFile

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE LessonGridFile
               CLOSE TeacherMasterFile
               CLOSE SubjectMasterFile
               DISPLAY "---- Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Add / amend lesson         *"
               DISPLAY "* 2. Delete lesson              *"
               DISPLAY "* 3. List class week            *"
               DISPLAY "* 4. List teacher week          *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM ADD_LESSON
                   WHEN 2
                       PERFORM DELETE_LESSON
                   WHEN 3
                       PERFORM LIST_CLASS_WEEK
                   WHEN 4
                       PERFORM LIST_TEACHER_WEEK
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           ACCEPT_SLOT SECTION.
               DISPLAY "Day (1=Mon .. 5=Fri): "
               ACCEPT INPUT-DAY
               DISPLAY "Period (1-10): "
               ACCEPT INPUT-PERIOD
               DISPLAY "Class/group: "
               ACCEPT INPUT-CLASS.

           ADD_LESSON SECTION.
               PERFORM ACCEPT_SLOT
               IF INPUT-DAY < 1 OR INPUT-DAY > 5
                   OR INPUT-PERIOD < 1 OR INPUT-PERIOD > 10
                   DISPLAY "Day must be 1-5 and period 1-10."
                   EXIT SECTION
               END-IF

               DISPLAY "Subject code: "
               ACCEPT INPUT-SUBJECT
               MOVE INPUT-SUBJECT TO SUBJ-CODE
               READ SubjectMasterFile
                   INVALID KEY
                       DISPLAY "Subject not on the master."
                       EXIT SECTION
               END-READ

               DISPLAY "Teacher user id: "
               ACCEPT INPUT-TEACHER
               MOVE INPUT-TEACHER TO TCH-ID
               READ TeacherMasterFile
                   INVALID KEY
                       DISPLAY "Teacher not on file."
                       EXIT SECTION
               END-READ
               IF NOT TCH-IS-ACTIVE
                   DISPLAY "Teacher is not active."
                   EXIT SECTION
               END-IF

               DISPLAY "Room: "
               ACCEPT INPUT-ROOM

               PERFORM CHECK_TEACHER_CLASH
               IF CLASH-IS-FOUND
                   DISPLAY "Teacher already takes class " CLASH-CLASS
                       " in that period."
                   EXIT SECTION
               END-IF

               MOVE INPUT-DAY TO LG-DAY
               MOVE INPUT-PERIOD TO LG-PERIOD
               MOVE INPUT-CLASS TO LG-CLASS
               READ LessonGridFile
                   INVALID KEY
                       MOVE INPUT-DAY TO LG-DAY
                       MOVE INPUT-PERIOD TO LG-PERIOD
                       MOVE INPUT-CLASS TO LG-CLASS
                       MOVE INPUT-SUBJECT TO LG-SUBJECT
                       MOVE INPUT-TEACHER TO LG-TEACHER
                       MOVE INPUT-ROOM TO LG-ROOM
                       WRITE LESSON-GRID-RECORD
                       DISPLAY "Lesson added."
                   NOT INVALID KEY
                       MOVE INPUT-SUBJECT TO LG-SUBJECT
                       MOVE INPUT-TEACHER TO LG-TEACHER
                       MOVE INPUT-ROOM TO LG-ROOM
                       REWRITE LESSON-GRID-RECORD
                       DISPLAY "Lesson amended."
               END-READ.

           CHECK_TEACHER_CLASH SECTION.
               MOVE "N" TO CLASH-FOUND
               MOVE "N" TO LIST-EOF
               MOVE INPUT-DAY TO LG-DAY
               MOVE INPUT-PERIOD TO LG-PERIOD
               MOVE LOW-VALUES TO LG-CLASS
               START LessonGridFile KEY IS NOT LESS THAN LG-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM CHECK_ONE_SLOT
               UNTIL LIST-EOF = "Y".

           CHECK_ONE_SLOT SECTION.
               READ LessonGridFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF LG-DAY NOT = INPUT-DAY
                   OR LG-PERIOD NOT = INPUT-PERIOD
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               IF LG-TEACHER = INPUT-TEACHER
                   AND LG-CLASS NOT = INPUT-CLASS
                   MOVE "Y" TO CLASH-FOUND
                   MOVE LG-CLASS TO CLASH-CLASS
                   MOVE "Y" TO LIST-EOF
               END-IF.

           DELETE_LESSON SECTION.
               PERFORM ACCEPT_SLOT
               MOVE INPUT-DAY TO LG-DAY
               MOVE INPUT-PERIOD TO LG-PERIOD
               MOVE INPUT-CLASS TO LG-CLASS
               DELETE LessonGridFile
                   INVALID KEY
                       DISPLAY "No lesson in that slot."
                   NOT INVALID KEY
                       DISPLAY "Lesson deleted."
               END-DELETE.

           LIST_CLASS_WEEK SECTION.
               DISPLAY "Class/group: "
               ACCEPT INPUT-CLASS
               MOVE SPACES TO INPUT-TEACHER
               PERFORM LIST_GRID.

           LIST_TEACHER_WEEK SECTION.
               DISPLAY "Teacher user id: "
               ACCEPT INPUT-TEACHER
               MOVE SPACES TO INPUT-CLASS
               PERFORM LIST_GRID.

           LIST_GRID SECTION.
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO LG-KEY
               START LessonGridFile KEY IS NOT LESS THAN LG-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_LESSON
               UNTIL LIST-EOF = "Y".

           LIST_ONE_LESSON SECTION.
               READ LessonGridFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF INPUT-CLASS NOT = SPACES
                   AND LG-CLASS NOT = INPUT-CLASS
                   EXIT SECTION
               END-IF
               IF INPUT-TEACHER NOT = SPACES
                   AND LG-TEACHER NOT = INPUT-TEACHER
                   EXIT SECTION
               END-IF
               IF LG-DAY < 1 OR LG-DAY > 5
                   EXIT SECTION
               END-IF
               DISPLAY DAY-NAME(LG-DAY) " P" LG-PERIOD " "
                   LG-CLASS " " LG-SUBJECT " " LG-TEACHER " "
                   LG-ROOM.
