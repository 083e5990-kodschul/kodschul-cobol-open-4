           IDENTIFICATION DIVISION.
           PROGRAM-ID. CLASS-PROG-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

           DATA DIVISION.
           FILE SECTION.
           FD ClassProgressionFile.
           COPY CLASSPRG.

           FD TeacherMasterFile.
           COPY TEACHMST.

           WORKING-STORAGE SECTION.
           01 PROG-FILE-STATUS PIC XX.
               88 PROG-FILE-OK VALUE "00".
               88 PROG-FILE-MISSING VALUE "35".
           01 TEACH-FILE-STATUS PIC XX.
               88 TEACH-FILE-OK VALUE "00".

           01 CHOICE PIC 9.
           01 INPUT-CLASS PIC X(6).
           01 INPUT-FINAL PIC X(1).
           01 INPUT-HOMEROOM PIC X(10).
           01 LIST-EOF PIC X VALUE "N".

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Class Progression Maintenance ----"

               OPEN I-O ClassProgressionFile
               IF PROG-FILE-MISSING
                   OPEN OUTPUT ClassProgressionFile
                   CLOSE ClassProgressionFile
                   OPEN I-O ClassProgressionFile
               END-IF
               OPEN INPUT TeacherMasterFile

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE ClassProgressionFile
               CLOSE TeacherMasterFile
               DISPLAY "---- Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Add / amend progression    *"
               DISPLAY "* 2. Delete progression         *"
               DISPLAY "* 3. List progression table     *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM ADD_PROGRESSION
                   WHEN 2
                       PERFORM DELETE_PROGRESSION
                   WHEN 3
                       PERFORM LIST_PROGRESSION
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           ADD_PROGRESSION SECTION.
               DISPLAY "Class/group (6 chars): "
               ACCEPT INPUT-CLASS
               MOVE INPUT-CLASS TO CP-CLASS
               READ ClassProgressionFile
                   INVALID KEY
                       MOVE INPUT-CLASS TO CP-CLASS
                       MOVE SPACES TO CP-HOMEROOM
                       PERFORM ACCEPT_PROGRESSION
                       WRITE CLASS-PROGRESSION-RECORD
                       DISPLAY "Progression added."
                   NOT INVALID KEY
                       DISPLAY "Currently moves to " CP-NEXT-CLASS
                           " final year " CP-FINAL
                           " homeroom " CP-HOMEROOM
                       PERFORM ACCEPT_PROGRESSION
                       REWRITE CLASS-PROGRESSION-RECORD
                       DISPLAY "Progression amended."
               END-READ.

           ACCEPT_PROGRESSION SECTION.
               DISPLAY "Final year - students leave on "
                   "promotion? (Y/N): "
               ACCEPT INPUT-FINAL
               IF INPUT-FINAL = "Y"
                   MOVE "Y" TO CP-FINAL
                   MOVE SPACES TO CP-NEXT-CLASS
               ELSE
                   MOVE "N" TO CP-FINAL
                   DISPLAY "Promoted students move to class: "
                   ACCEPT CP-NEXT-CLASS
               END-IF
               DISPLAY "Homeroom teacher user id (blank keeps): "
               ACCEPT INPUT-HOMEROOM
               IF INPUT-HOMEROOM NOT = SPACES
                   MOVE INPUT-HOMEROOM TO TCH-ID
                   READ TeacherMasterFile
                       INVALID KEY
                           DISPLAY "Teacher not on file - homeroom "
                               "unchanged."
                       NOT INVALID KEY
                           MOVE INPUT-HOMEROOM TO CP-HOMEROOM
                   END-READ
               END-IF.

           DELETE_PROGRESSION SECTION.
               DISPLAY "Class/group: "
               ACCEPT INPUT-CLASS
               MOVE INPUT-CLASS TO CP-CLASS
               DELETE ClassProgressionFile
                   INVALID KEY
                       DISPLAY "Class not on the progression table."
                   NOT INVALID KEY
                       DISPLAY "Progression deleted."
               END-DELETE.

           LIST_PROGRESSION SECTION.
               MOVE "N" TO LIST-EOF
               MOVE LOW-VALUES TO CP-CLASS
               START ClassProgressionFile KEY IS NOT LESS THAN
                   CP-CLASS
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_PROGRESSION
               UNTIL LIST-EOF = "Y".

           LIST_ONE_PROGRESSION SECTION.
               READ ClassProgressionFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       IF CP-IS-FINAL-YEAR
                           DISPLAY CP-CLASS " -> (leavers) homeroom "
                               CP-HOMEROOM
                       ELSE
                           DISPLAY CP-CLASS " -> " CP-NEXT-CLASS
                               " homeroom " CP-HOMEROOM
                       END-IF
               END-READ.
