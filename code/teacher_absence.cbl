           IDENTIFICATION DIVISION.
           PROGRAM-ID. TEACHER-ABSENCE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TeacherAbsenceFile ASSIGN TO "TCHABS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TAB-KEY
                   FILE STATUS IS ABS-FILE-STATUS.

               SELECT TeacherMasterFile ASSIGN TO "TEACHMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TCH-ID
                   FILE STATUS IS TEACH-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD TeacherAbsenceFile.
           COPY TCHABS.

           FD TeacherMasterFile.
           COPY TEACHMST.

           WORKING-STORAGE SECTION.
           01 ABS-FILE-STATUS PIC XX.
               88 ABS-FILE-OK VALUE "00".
               88 ABS-FILE-MISSING VALUE "35".
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 TODAY PIC 9(8).
           01 INPUT-TEACHER PIC X(10).
           01 INPUT-FROM PIC 9(8).
           01 INPUT-TO PIC 9(8).
           01 INPUT-DATE PIC 9(8).
           01 INPUT-REASON PIC X(1).
           01 LIST-EOF PIC X VALUE "N".

           01 DAY-NUMBER PIC 9(8).
           01 LAST-DAY-NUMBER PIC 9(8).
           01 WEEKDAY PIC 9.
           01 ABSENCE-DATE PIC 9(8).
           01 DAYS-RECORDED PIC 9(3).
           01 DAYS-ALREADY PIC 9(3).
           01 DAYS-TEXT PIC ZZ9.

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Teacher Absence ----"
               ACCEPT TODAY FROM DATE YYYYMMDD

               OPEN I-O TeacherAbsenceFile
               IF ABS-FILE-MISSING
                   OPEN OUTPUT TeacherAbsenceFile
                   CLOSE TeacherAbsenceFile
                   OPEN I-O TeacherAbsenceFile
               END-IF
               OPEN INPUT TeacherMasterFile

               PERFORM ABSENCE_MENU
               UNTIL CHOICE = 5

               CLOSE TeacherAbsenceFile
               CLOSE TeacherMasterFile
               DISPLAY "---- Teacher Absence Complete ----"
               STOP RUN.

           ABSENCE_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Record absence             *"
               DISPLAY "* 2. Cancel absence day         *"
               DISPLAY "* 3. List absences for a day    *"
               DISPLAY "* 4. List absences for teacher  *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM RECORD_ABSENCE
                   WHEN 2
                       PERFORM CANCEL_ABSENCE
                   WHEN 3
                       PERFORM LIST_DAY_ABSENCES
                   WHEN 4
                       PERFORM LIST_TEACHER_ABSENCES
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           RECORD_ABSENCE SECTION.
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

               DISPLAY "First day absent (YYYYMMDD): "
               ACCEPT INPUT-FROM
               DISPLAY "Last day absent (YYYYMMDD, 0 = same day): "
               ACCEPT INPUT-TO
               IF INPUT-TO = 0
                   MOVE INPUT-FROM TO INPUT-TO
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(INPUT-FROM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(INPUT-TO) NOT = 0
                   DISPLAY "Invalid date."
                   EXIT SECTION
               END-IF
               IF INPUT-TO < INPUT-FROM
                   DISPLAY "Last day is before the first day."
                   EXIT SECTION
               END-IF
               COMPUTE DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(INPUT-FROM)
               COMPUTE LAST-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(INPUT-TO)
               IF LAST-DAY-NUMBER - DAY-NUMBER > 90
                   DISPLAY "Absences longer than 90 days must be "
                       "recorded in parts."
                   EXIT SECTION
               END-IF

               DISPLAY "Reason (S)ick, (C)ourse, (P)ersonal, "
                   "(O)ther: "
               ACCEPT INPUT-REASON
               IF INPUT-REASON NOT = "S" AND NOT = "C"
                   AND NOT = "P" AND NOT = "O"
                   DISPLAY "Invalid reason."
                   EXIT SECTION
               END-IF

               MOVE 0 TO DAYS-RECORDED
               MOVE 0 TO DAYS-ALREADY
               PERFORM RECORD_ONE_DAY
               UNTIL DAY-NUMBER > LAST-DAY-NUMBER

               MOVE DAYS-RECORDED TO DAYS-TEXT
               DISPLAY DAYS-TEXT " school day(s) recorded."
               IF DAYS-ALREADY > 0
                   MOVE DAYS-ALREADY TO DAYS-TEXT
                   DISPLAY DAYS-TEXT " day(s) were already recorded."
               END-IF
               IF DAYS-RECORDED > 0
                   MOVE "TCHABSENCE" TO AUD-SOURCE
                   MOVE "OPERATOR" TO AUD-USER
                   MOVE "TEACHER_ABSENT" TO AUD-ACTION
                   INITIALIZE AUD-DETAIL
                   STRING INPUT-TEACHER " " INPUT-FROM " "
                       INPUT-REASON
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                       AUD-ACTION, AUD-DETAIL
               END-IF.

           RECORD_ONE_DAY SECTION.
               COMPUTE WEEKDAY = FUNCTION MOD(DAY-NUMBER, 7)
               IF WEEKDAY > 0 AND WEEKDAY < 6
                   COMPUTE ABSENCE-DATE =
                       FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
                   MOVE INPUT-TEACHER TO TAB-TEACHER
                   MOVE ABSENCE-DATE TO TAB-DATE
                   MOVE INPUT-REASON TO TAB-REASON
                   MOVE TODAY TO TAB-RECORDED-ON
                   WRITE TEACHER-ABSENCE-RECORD
                       INVALID KEY
                           ADD 1 TO DAYS-ALREADY
                       NOT INVALID KEY
                           ADD 1 TO DAYS-RECORDED
                   END-WRITE
               END-IF
               ADD 1 TO DAY-NUMBER.

           CANCEL_ABSENCE SECTION.
               DISPLAY "Teacher user id: "
               ACCEPT INPUT-TEACHER
               DISPLAY "Date (YYYYMMDD): "
               ACCEPT INPUT-DATE
               MOVE INPUT-TEACHER TO TAB-TEACHER
               MOVE INPUT-DATE TO TAB-DATE
               DELETE TeacherAbsenceFile
                   INVALID KEY
                       DISPLAY "No absence recorded for that day."
                       EXIT SECTION
               END-DELETE
               DISPLAY "Absence cancelled."
               MOVE "TCHABSENCE" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "ABSENCE_CANCELLED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-TEACHER " " INPUT-DATE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           LIST_DAY_ABSENCES SECTION.
               DISPLAY "Date (YYYYMMDD, 0 = today): "
               ACCEPT INPUT-DATE
               IF INPUT-DATE = 0
                   MOVE TODAY TO INPUT-DATE
               END-IF
               MOVE SPACES TO INPUT-TEACHER
               PERFORM LIST_ABSENCES.

           LIST_TEACHER_ABSENCES SECTION.
               DISPLAY "Teacher user id: "
               ACCEPT INPUT-TEACHER
               MOVE 0 TO INPUT-DATE
               PERFORM LIST_ABSENCES.

           LIST_ABSENCES SECTION.
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO TAB-KEY
               IF INPUT-TEACHER NOT = SPACES
                   MOVE INPUT-TEACHER TO TAB-TEACHER
                   MOVE 0 TO TAB-DATE
               END-IF
               START TeacherAbsenceFile KEY IS NOT LESS THAN TAB-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_ABSENCE
               UNTIL LIST-EOF = "Y".

           LIST_ONE_ABSENCE SECTION.
               READ TeacherAbsenceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF INPUT-TEACHER NOT = SPACES
                   IF TAB-TEACHER NOT = INPUT-TEACHER
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
                   END-IF
               END-IF
               IF INPUT-DATE NOT = 0
                   AND TAB-DATE NOT = INPUT-DATE
                   EXIT SECTION
               END-IF
               DISPLAY TAB-TEACHER " " TAB-DATE " " TAB-REASON
                   " recorded " TAB-RECORDED-ON.
