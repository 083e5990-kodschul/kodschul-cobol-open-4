           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELECTIVE-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ElectiveCourseFile ASSIGN TO "ELECTIVE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EC-SUBJECT
                   FILE STATUS IS COURSE-FILE-STATUS.

               SELECT ElectiveChoiceFile ASSIGN TO "ELECTCHC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EL-KEY
                   FILE STATUS IS CHOICE-FILE-STATUS.

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

           DATA DIVISION.
           FILE SECTION.
           FD ElectiveCourseFile.
           COPY ELECTIVE.

           FD ElectiveChoiceFile.
           COPY ELECTCHC.

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

           WORKING-STORAGE SECTION.
           01 COURSE-FILE-STATUS PIC XX.
               88 COURSE-FILE-OK VALUE "00".
               88 COURSE-FILE-MISSING VALUE "35".
           01 CHOICE-FILE-STATUS PIC XX.
               88 CHOICE-FILE-OK VALUE "00".
               88 CHOICE-FILE-MISSING VALUE "35".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
           01 SUBJ-FILE-STATUS PIC XX.
               88 SUBJ-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 TODAY PIC 9(8).
           01 INPUT-STUDENT PIC X(6).
           01 INPUT-SUBJECT PIC X(4).
           01 INPUT-CAPACITY PIC 9(3).
           01 INPUT-OPEN PIC X(1).
           01 INPUT-CONFIRM PIC X(1).
           01 LIST-EOF PIC X VALUE "N".
           01 LIST-STATUS PIC X(1).

           01 CHOSEN-TABLE.
               02 CHOSEN-COUNT PIC 9 VALUE 0.
               02 CHOSEN-SUBJECT PIC X(4) OCCURS 5 TIMES.
           01 CHOSEN-INDEX PIC 9.
           01 NEXT-RANK PIC 9.
           01 MORE-CHOICES PIC X.
           01 DUPLICATE-FOUND PIC X.
           01 ALLOCATED-FOUND PIC X.
               88 ALLOCATED-IS-FOUND VALUE "Y".
           01 DROP-FOUND PIC X.
               88 DROP-IS-FOUND VALUE "Y".
           01 LISTED-COUNT PIC 9(4).

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Elective Enrollment ----"
               ACCEPT TODAY FROM DATE YYYYMMDD

               OPEN I-O ElectiveCourseFile
               IF COURSE-FILE-MISSING
                   OPEN OUTPUT ElectiveCourseFile
                   CLOSE ElectiveCourseFile
                   OPEN I-O ElectiveCourseFile
               END-IF
               OPEN I-O ElectiveChoiceFile
               IF CHOICE-FILE-MISSING
                   OPEN OUTPUT ElectiveChoiceFile
                   CLOSE ElectiveChoiceFile
                   OPEN I-O ElectiveChoiceFile
               END-IF
               OPEN INPUT StudentMasterFile
               OPEN INPUT SubjectMasterFile

               PERFORM ELECTIVE_MENU
               UNTIL CHOICE = 6

               CLOSE ElectiveCourseFile
               CLOSE ElectiveChoiceFile
               CLOSE StudentMasterFile
               CLOSE SubjectMasterFile
               DISPLAY "---- Elective Enrollment Complete ----"
               STOP RUN.

           ELECTIVE_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Add / amend elective course*"
               DISPLAY "* 2. Record student choices     *"
               DISPLAY "* 3. Drop student from elective *"
               DISPLAY "* 4. List elective course       *"
               DISPLAY "* 5. List student choices       *"
               DISPLAY "* 6. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM ADD_COURSE
                   WHEN 2
                       PERFORM RECORD_CHOICES
                   WHEN 3
                       PERFORM DROP_ELECTIVE
                   WHEN 4
                       PERFORM LIST_COURSE
                   WHEN 5
                       PERFORM LIST_STUDENT_CHOICES
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           ADD_COURSE SECTION.
               DISPLAY "Subject code: "
               ACCEPT INPUT-SUBJECT
               MOVE INPUT-SUBJECT TO SUBJ-CODE
               READ SubjectMasterFile
                   INVALID KEY
                       DISPLAY "Subject not on the master."
                       EXIT SECTION
               END-READ
               DISPLAY "Places available: "
               ACCEPT INPUT-CAPACITY
               IF INPUT-CAPACITY = 0
                   DISPLAY "Capacity must be at least 1."
                   EXIT SECTION
               END-IF
               DISPLAY "Open for choices? (Y/N): "
               ACCEPT INPUT-OPEN

               MOVE INPUT-SUBJECT TO EC-SUBJECT
               READ ElectiveCourseFile
                   INVALID KEY
                       MOVE INPUT-SUBJECT TO EC-SUBJECT
                       MOVE INPUT-CAPACITY TO EC-CAPACITY
                       MOVE 0 TO EC-ENROLLED
                       MOVE 0 TO EC-WAITING
                       PERFORM SET_COURSE_STATUS
                       WRITE ELECTIVE-COURSE-RECORD
                       DISPLAY "Elective added."
                   NOT INVALID KEY
                       IF INPUT-CAPACITY < EC-ENROLLED
                           DISPLAY "Note: " EC-ENROLLED
                               " already enrolled - no one is "
                               "removed."
                       END-IF
                       MOVE INPUT-CAPACITY TO EC-CAPACITY
                       PERFORM SET_COURSE_STATUS
                       REWRITE ELECTIVE-COURSE-RECORD
                       DISPLAY "Elective amended."
               END-READ.

           SET_COURSE_STATUS SECTION.
               IF INPUT-OPEN = "N"
                   MOVE "C" TO EC-STATUS
               ELSE
                   MOVE "O" TO EC-STATUS
               END-IF.

           RECORD_CHOICES SECTION.
               DISPLAY "Student id: "
               ACCEPT INPUT-STUDENT
               MOVE INPUT-STUDENT TO STUD-ID
               READ StudentMasterFile
                   INVALID KEY
                       DISPLAY "Student not on file."
                       EXIT SECTION
               END-READ
               IF NOT STUD-IS-ENROLLED
                   DISPLAY "Student is not enrolled."
                   EXIT SECTION
               END-IF

               MOVE "N" TO ALLOCATED-FOUND
               MOVE "E" TO LIST-STATUS
               PERFORM SCAN_STUDENT_CHOICES
               IF ALLOCATED-IS-FOUND
                   DISPLAY "Student already holds an elective place - "
                       "drop it before choosing again."
                   EXIT SECTION
               END-IF

               MOVE 0 TO CHOSEN-COUNT
               MOVE "Y" TO MORE-CHOICES
               PERFORM ACCEPT_ONE_CHOICE
               UNTIL MORE-CHOICES NOT = "Y"
               IF CHOSEN-COUNT = 0
                   DISPLAY "No choices entered."
                   EXIT SECTION
               END-IF

               DISPLAY "Replace any earlier choices with these "
                   CHOSEN-COUNT " choice(s)? (Y/N): "
               ACCEPT INPUT-CONFIRM
               IF INPUT-CONFIRM NOT = "Y"
                   DISPLAY "Choices not recorded."
                   EXIT SECTION
               END-IF

               MOVE SPACE TO LIST-STATUS
               PERFORM SCAN_STUDENT_CHOICES
               PERFORM WRITE_ONE_CHOICE
                   VARYING CHOSEN-INDEX FROM 1 BY 1
                   UNTIL CHOSEN-INDEX > CHOSEN-COUNT
               DISPLAY "Choices recorded - places are allocated "
                   "in the nightly run."

               MOVE "ELECTIVE" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "ELECTIVES_CHOSEN" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-STUDENT " choices " CHOSEN-COUNT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           ACCEPT_ONE_CHOICE SECTION.
               IF CHOSEN-COUNT NOT < 5
                   MOVE "N" TO MORE-CHOICES
                   EXIT SECTION
               END-IF
               COMPUTE NEXT-RANK = CHOSEN-COUNT + 1
               DISPLAY "Choice " NEXT-RANK " - elective subject "
                   "(blank to finish): "
               ACCEPT INPUT-SUBJECT
               IF INPUT-SUBJECT = SPACES
                   MOVE "N" TO MORE-CHOICES
                   EXIT SECTION
               END-IF
               MOVE INPUT-SUBJECT TO EC-SUBJECT
               READ ElectiveCourseFile
                   INVALID KEY
                       DISPLAY "Not an elective course."
                       EXIT SECTION
               END-READ
               IF NOT EC-IS-OPEN
                   DISPLAY "Elective is closed for choices."
                   EXIT SECTION
               END-IF
               MOVE "N" TO DUPLICATE-FOUND
               PERFORM CHECK_DUPLICATE_CHOICE
                   VARYING CHOSEN-INDEX FROM 1 BY 1
                   UNTIL CHOSEN-INDEX > CHOSEN-COUNT
               IF DUPLICATE-FOUND = "Y"
                   DISPLAY "Subject already chosen."
                   EXIT SECTION
               END-IF
               ADD 1 TO CHOSEN-COUNT
               MOVE INPUT-SUBJECT TO CHOSEN-SUBJECT(CHOSEN-COUNT).

           CHECK_DUPLICATE_CHOICE SECTION.
               IF CHOSEN-SUBJECT(CHOSEN-INDEX) = INPUT-SUBJECT
                   MOVE "Y" TO DUPLICATE-FOUND
               END-IF.

           SCAN_STUDENT_CHOICES SECTION.
               MOVE "N" TO LIST-EOF
               MOVE INPUT-STUDENT TO EL-STUD-ID
               MOVE 0 TO EL-RANK
               START ElectiveChoiceFile KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM SCAN_ONE_CHOICE
               UNTIL LIST-EOF = "Y".

           SCAN_ONE_CHOICE SECTION.
               READ ElectiveChoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF EL-STUD-ID NOT = INPUT-STUDENT
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               IF LIST-STATUS = "E"
                   IF EL-IS-ENROLLED
                       MOVE "Y" TO ALLOCATED-FOUND
                   END-IF
               ELSE
                   DELETE ElectiveChoiceFile
               END-IF.

           WRITE_ONE_CHOICE SECTION.
               MOVE INPUT-STUDENT TO EL-STUD-ID
               MOVE CHOSEN-INDEX TO EL-RANK
               MOVE CHOSEN-SUBJECT(CHOSEN-INDEX) TO EL-SUBJECT
               MOVE TODAY TO EL-CHOICE-DATE
               MOVE "C" TO EL-STATUS
               MOVE 0 TO EL-WAIT-POS
               MOVE TODAY TO EL-STATUS-DATE
               WRITE ELECTIVE-CHOICE-RECORD.

           DROP_ELECTIVE SECTION.
               DISPLAY "Student id: "
               ACCEPT INPUT-STUDENT
               DISPLAY "Elective subject: "
               ACCEPT INPUT-SUBJECT
               MOVE "N" TO DROP-FOUND
               MOVE "N" TO LIST-EOF
               MOVE INPUT-STUDENT TO EL-STUD-ID
               MOVE 0 TO EL-RANK
               START ElectiveChoiceFile KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM DROP_ONE_CHOICE
               UNTIL LIST-EOF = "Y"
               IF NOT DROP-IS-FOUND
                   DISPLAY "Student has no live choice for "
                       INPUT-SUBJECT "."
                   EXIT SECTION
               END-IF
               DISPLAY "Elective dropped - the waiting list moves up "
                   "in the nightly run."
               MOVE "ELECTIVE" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "ELECTIVE_DROPPED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-STUDENT " " INPUT-SUBJECT
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           DROP_ONE_CHOICE SECTION.
               READ ElectiveChoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF EL-STUD-ID NOT = INPUT-STUDENT
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               IF EL-SUBJECT NOT = INPUT-SUBJECT
                   OR EL-IS-DROPPED
                   EXIT SECTION
               END-IF
               MOVE "D" TO EL-STATUS
               MOVE 0 TO EL-WAIT-POS
               MOVE TODAY TO EL-STATUS-DATE
               REWRITE ELECTIVE-CHOICE-RECORD
               MOVE "Y" TO DROP-FOUND
               MOVE "Y" TO LIST-EOF.

           LIST_COURSE SECTION.
               DISPLAY "Elective subject: "
               ACCEPT INPUT-SUBJECT
               MOVE INPUT-SUBJECT TO EC-SUBJECT
               READ ElectiveCourseFile
                   INVALID KEY
                       DISPLAY "Not an elective course."
                       EXIT SECTION
               END-READ
               DISPLAY EC-SUBJECT " places " EC-CAPACITY
                   " enrolled " EC-ENROLLED " waiting " EC-WAITING
                   " status " EC-STATUS
               DISPLAY "-- Enrolled --"
               MOVE "E" TO LIST-STATUS
               PERFORM LIST_COURSE_STATUS
               DISPLAY "-- Waiting list --"
               MOVE "W" TO LIST-STATUS
               PERFORM LIST_COURSE_STATUS
               DISPLAY "-- Not yet allocated --"
               MOVE "C" TO LIST-STATUS
               PERFORM LIST_COURSE_STATUS.

           LIST_COURSE_STATUS SECTION.
               MOVE 0 TO LISTED-COUNT
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO EL-KEY
               START ElectiveChoiceFile KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_COURSE_CHOICE
               UNTIL LIST-EOF = "Y"
               IF LISTED-COUNT = 0
                   DISPLAY "   (none)"
               END-IF.

           LIST_ONE_COURSE_CHOICE SECTION.
               READ ElectiveChoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF EL-SUBJECT NOT = INPUT-SUBJECT
                   OR EL-STATUS NOT = LIST-STATUS
                   EXIT SECTION
               END-IF
               ADD 1 TO LISTED-COUNT
               IF EL-IS-WAITING
                   DISPLAY "   " EL-STUD-ID " choice " EL-RANK
                       " position " EL-WAIT-POS
               ELSE
                   DISPLAY "   " EL-STUD-ID " choice " EL-RANK
                       " since " EL-STATUS-DATE
               END-IF.

           LIST_STUDENT_CHOICES SECTION.
               DISPLAY "Student id: "
               ACCEPT INPUT-STUDENT
               MOVE "N" TO LIST-EOF
               MOVE INPUT-STUDENT TO EL-STUD-ID
               MOVE 0 TO EL-RANK
               START ElectiveChoiceFile KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_STUDENT_CHOICE
               UNTIL LIST-EOF = "Y".

           LIST_ONE_STUDENT_CHOICE SECTION.
               READ ElectiveChoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF EL-STUD-ID NOT = INPUT-STUDENT
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               DISPLAY EL-RANK " " EL-SUBJECT " status " EL-STATUS
                   " waitpos " EL-WAIT-POS " since " EL-STATUS-DATE.
