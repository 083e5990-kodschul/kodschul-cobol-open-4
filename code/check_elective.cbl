           IDENTIFICATION DIVISION.
           PROGRAM-ID. CHECK-ELECTIVE.

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

           DATA DIVISION.
           FILE SECTION.
           FD ElectiveCourseFile.
           COPY ELECTIVE.

           FD ElectiveChoiceFile.
           COPY ELECTCHC.

           WORKING-STORAGE SECTION.
           01 COURSE-FILE-STATUS PIC XX.
               88 COURSE-FILE-OK VALUE "00".
           01 CHOICE-FILE-STATUS PIC XX.
               88 CHOICE-FILE-OK VALUE "00".
           01 CHOICE-EOF PIC X.

           LINKAGE SECTION.
           01 EV-STUD-ID  PIC X(6).
           01 EV-SUBJECT  PIC X(4).
           01 EV-ALLOWED  PIC X(1).
               88 EV-IS-ALLOWED VALUE "Y".

           PROCEDURE DIVISION USING EV-STUD-ID, EV-SUBJECT,
               EV-ALLOWED.
           MAIN SECTION.
               MOVE "Y" TO EV-ALLOWED

               OPEN INPUT ElectiveCourseFile
               IF NOT COURSE-FILE-OK
                   GOBACK
               END-IF
               MOVE EV-SUBJECT TO EC-SUBJECT
               READ ElectiveCourseFile
                   INVALID KEY
                       CLOSE ElectiveCourseFile
                       GOBACK
               END-READ
               CLOSE ElectiveCourseFile

               MOVE "N" TO EV-ALLOWED
               OPEN INPUT ElectiveChoiceFile
               IF NOT CHOICE-FILE-OK
                   GOBACK
               END-IF
               MOVE "N" TO CHOICE-EOF
               MOVE EV-STUD-ID TO EL-STUD-ID
               MOVE 0 TO EL-RANK
               START ElectiveChoiceFile KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       MOVE "Y" TO CHOICE-EOF
               END-START
               PERFORM CHECK_ONE_CHOICE
               UNTIL CHOICE-EOF = "Y"
               CLOSE ElectiveChoiceFile
               GOBACK.

           CHECK_ONE_CHOICE SECTION.
               READ ElectiveChoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO CHOICE-EOF
                       EXIT SECTION
               END-READ
               IF EL-STUD-ID NOT = EV-STUD-ID
                   MOVE "Y" TO CHOICE-EOF
                   EXIT SECTION
               END-IF
               IF EL-SUBJECT = EV-SUBJECT AND EL-IS-ENROLLED
                   MOVE "Y" TO EV-ALLOWED
                   MOVE "Y" TO CHOICE-EOF
               END-IF.
