           IDENTIFICATION DIVISION.
           PROGRAM-ID. EXAM-BOARD-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BoardGradeFile ASSIGN TO "BRDGRADE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BG-KEY
                   FILE STATUS IS BOARD-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BoardGradeFile.
           COPY BRDGRADE.

           WORKING-STORAGE SECTION.
           01 BOARD-FILE-STATUS PIC XX.
               88 BOARD-FILE-OK VALUE "00".
               88 BOARD-FILE-MISSING VALUE "35".

           01 CHOICE PIC 9.
           01 INPUT-BOARD PIC X(4).
           01 INPUT-BOARD-GRADE PIC X(3).
           01 INPUT-DESC PIC X(20).
           01 LIST-EOF PIC X.
           01 LIST-COUNT PIC 9(3).
           01 OUR-GRADE-X PIC 9.99.

           01 GRADE-INPUT    PIC X(10).
           01 GRADE-MIN      PIC S9(9) VALUE 100.
           01 GRADE-MAX      PIC S9(9) VALUE 600.
           01 GRADE-DECIMALS PIC 9 VALUE 2.
           01 GRADE-VALID    PIC X(1).
               88 GRADE-INPUT-VALID VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Exam Board Grade Scale Maintenance ----"

               OPEN I-O BoardGradeFile
               IF BOARD-FILE-MISSING
                   OPEN OUTPUT BoardGradeFile
                   CLOSE BoardGradeFile
                   OPEN I-O BoardGradeFile
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 4

               CLOSE BoardGradeFile
               DISPLAY "---- Grade Scale Maintenance Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Add/amend board grade      *"
               DISPLAY "* 2. Delete board grade         *"
               DISPLAY "* 3. List board grade scale     *"
               DISPLAY "* 4. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM AMEND_BOARD_GRADE
                   WHEN 2
                       PERFORM DELETE_BOARD_GRADE
                   WHEN 3
                       PERFORM LIST_BOARD_SCALE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           AMEND_BOARD_GRADE SECTION.
               DISPLAY "Exam board code: "
               ACCEPT INPUT-BOARD
               DISPLAY "Board grade (e.g. A*, B, 7): "
               ACCEPT INPUT-BOARD-GRADE
               IF INPUT-BOARD = SPACES OR INPUT-BOARD-GRADE = SPACES
                   DISPLAY "Board and grade are both required."
                   EXIT SECTION
               END-IF

               MOVE INPUT-BOARD TO BG-BOARD
               MOVE INPUT-BOARD-GRADE TO BG-GRADE
               READ BoardGradeFile
                   INVALID KEY
                       INITIALIZE BOARD-GRADE-RECORD
                       MOVE INPUT-BOARD TO BG-BOARD
                       MOVE INPUT-BOARD-GRADE TO BG-GRADE
                   NOT INVALID KEY
                       MOVE BG-OUR-GRADE TO OUR-GRADE-X
                       DISPLAY "Currently maps to " OUR-GRADE-X
                           " " BG-DESC
               END-READ

               DISPLAY "School grade (1.00 to 6.00): "
               MOVE "N" TO GRADE-VALID
               PERFORM ACCEPT_SCHOOL_GRADE
               UNTIL GRADE-INPUT-VALID
               MOVE FUNCTION NUMVAL(GRADE-INPUT) TO BG-OUR-GRADE
               DISPLAY "Description (blank keeps current): "
               ACCEPT INPUT-DESC
               IF INPUT-DESC NOT = SPACES
                   MOVE INPUT-DESC TO BG-DESC
               END-IF

               WRITE BOARD-GRADE-RECORD
                   INVALID KEY
                       REWRITE BOARD-GRADE-RECORD
               END-WRITE
               DISPLAY "Board grade saved."

               MOVE "EXAMBOARD" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "BOARD_GRADE_SET" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               MOVE BG-OUR-GRADE TO OUR-GRADE-X
               STRING BG-BOARD " " BG-GRADE " = " OUR-GRADE-X
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           ACCEPT_SCHOOL_GRADE SECTION.
               ACCEPT GRADE-INPUT
               CALL "VALIDATE-NUMERIC" USING GRADE-INPUT,
                   GRADE-MIN, GRADE-MAX, GRADE-DECIMALS,
                   GRADE-VALID
               IF NOT GRADE-INPUT-VALID
                   DISPLAY "Invalid - enter 1.00 to 6.00: "
               END-IF.

           DELETE_BOARD_GRADE SECTION.
               DISPLAY "Exam board code: "
               ACCEPT INPUT-BOARD
               DISPLAY "Board grade: "
               ACCEPT INPUT-BOARD-GRADE
               MOVE INPUT-BOARD TO BG-BOARD
               MOVE INPUT-BOARD-GRADE TO BG-GRADE
               READ BoardGradeFile
                   INVALID KEY
                       DISPLAY "Board grade not on file."
                       EXIT SECTION
               END-READ
               DELETE BoardGradeFile
               DISPLAY "Board grade deleted."

               MOVE "EXAMBOARD" TO AUD-SOURCE
               MOVE "OPERATOR" TO AUD-USER
               MOVE "BOARD_GRADE_DELETED" TO AUD-ACTION
               INITIALIZE AUD-DETAIL
               STRING INPUT-BOARD " " INPUT-BOARD-GRADE
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           LIST_BOARD_SCALE SECTION.
               DISPLAY "Exam board code: "
               ACCEPT INPUT-BOARD
               MOVE 0 TO LIST-COUNT
               MOVE "N" TO LIST-EOF
               MOVE INPUT-BOARD TO BG-BOARD
               MOVE LOW-VALUES TO BG-GRADE
               START BoardGradeFile KEY IS NOT LESS THAN BG-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF
               END-START
               PERFORM LIST_ONE_GRADE
               UNTIL LIST-EOF = "Y"
               IF LIST-COUNT = 0
                   DISPLAY "No grades defined for board "
                       INPUT-BOARD "."
               END-IF.

           LIST_ONE_GRADE SECTION.
               READ BoardGradeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                       EXIT SECTION
               END-READ
               IF BG-BOARD NOT = INPUT-BOARD
                   MOVE "Y" TO LIST-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO LIST-COUNT
               MOVE BG-OUR-GRADE TO OUR-GRADE-X
               DISPLAY BG-BOARD " " BG-GRADE " -> " OUR-GRADE-X
                   " " BG-DESC.
