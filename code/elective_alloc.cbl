           IDENTIFICATION DIVISION.
           PROGRAM-ID. ELECTIVE-ALLOC.

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

               SELECT ElectiveReportFile ASSIGN TO "ELECTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD ElectiveReportFile.
           01 ELECTIVE-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 COURSE-FILE-STATUS PIC XX.
               88 COURSE-FILE-OK VALUE "00".
               88 COURSE-FILE-EOF VALUE "10".
           01 CHOICE-FILE-STATUS PIC XX.
               88 CHOICE-FILE-OK VALUE "00".
               88 CHOICE-FILE-EOF VALUE "10".
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 MAX-PER-STUDENT PIC 9 VALUE 2.

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           01 COURSE-TABLE.
               02 COURSE-COUNT PIC 9(3) VALUE 0.
               02 COURSE-ENTRY OCCURS 200 TIMES.
                   03 CT-SUBJECT  PIC X(4).
                   03 CT-CAPACITY PIC 9(3).
                   03 CT-ENROLLED PIC 9(3).
                   03 CT-WAITING  PIC 9(3).
           01 CT-INDEX PIC 9(3).

           01 ALLOC-TABLE.
               02 ALLOC-COUNT PIC 9(4) VALUE 0.
               02 ALLOC-ENTRY OCCURS 5000 TIMES.
                   03 AL-STUDENT    PIC X(6).
                   03 AL-RANK       PIC 9(1).
                   03 AL-SUBJECT    PIC X(4).
                   03 AL-DATE       PIC 9(8).
                   03 AL-STATUS     PIC X(1).
                   03 AL-OLD-STATUS PIC X(1).
                   03 AL-WAIT-POS   PIC 9(3).
                   03 AL-OLD-POS    PIC 9(3).
                   03 AL-COURSE     PIC 9(3).
                   03 AL-FIRST      PIC 9(4).
                   03 AL-DONE       PIC X(1).
           01 AL-INDEX PIC 9(4).
           01 ALLOC-OVERFLOW PIC X VALUE "N".
               88 ALLOC-HAS-OVERFLOWED VALUE "Y".

           01 LAST-STUDENT PIC X(6).
           01 LAST-FIRST PIC 9(4).
           01 LAST-ENROLLED PIC X(1).

           01 PASS-COUNT PIC 9(2).
           01 PASS-CHANGED PIC X.
               88 PASS-HAS-CHANGED VALUE "Y".
           01 CURRENT-RANK PIC 9.
           01 MORE-CANDIDATES PIC X.
           01 BEST-INDEX PIC 9(4).
           01 CAND-INDEX PIC 9(4).
           01 SCAN-INDEX PIC 9(4).
           01 PLACES-HELD PIC 9.
           01 WORST-INDEX PIC 9(4).
           01 SAME-FOUND PIC X.

           01 NEWLY-ENROLLED PIC 9(5) VALUE 0.
           01 FROM-WAITLIST PIC 9(5) VALUE 0.
           01 PLACES-RELEASED PIC 9(5) VALUE 0.
           01 LEAVERS-DROPPED PIC 9(5) VALUE 0.
           01 STILL-WAITING PIC 9(5) VALUE 0.
           01 RECORDS-UPDATED PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 ACTION-TEXT PIC X(24).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Elective Place Allocation ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "ELECTMAXNUM" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   AND PARM-VALUE < 6
                   MOVE PARM-VALUE TO MAX-PER-STUDENT
               END-IF

               OPEN I-O ElectiveCourseFile
               IF NOT COURSE-FILE-OK
                   DISPLAY "No elective courses on file."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN I-O ElectiveChoiceFile
               IF NOT CHOICE-FILE-OK
                   DISPLAY "No elective choices on file."
                   CLOSE ElectiveCourseFile
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN INPUT StudentMasterFile

               MOVE LOW-VALUES TO EC-SUBJECT
               START ElectiveCourseFile KEY IS NOT LESS THAN
                   EC-SUBJECT
                   INVALID KEY
                       SET COURSE-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_COURSE
               UNTIL COURSE-FILE-EOF

               MOVE SPACES TO LAST-STUDENT
               MOVE LOW-VALUES TO EL-KEY
               START ElectiveChoiceFile KEY IS NOT LESS THAN EL-KEY
                   INVALID KEY
                       SET CHOICE-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_CHOICE
               UNTIL CHOICE-FILE-EOF

               IF ALLOC-HAS-OVERFLOWED
                   DISPLAY "Too many elective choices for one run - "
                       "nothing allocated."
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "ELECTALLOC" TO ALERT-SOURCE
                   MOVE "Elective choices exceed table - no places "
                       TO ALERT-MESSAGE
                   MOVE "allocated" TO ALERT-MESSAGE(43:)
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
                   PERFORM CLOSE_FILES
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               PERFORM COUNT_ONE_PLACE
                   VARYING AL-INDEX FROM 1 BY 1
                   UNTIL AL-INDEX > ALLOC-COUNT

               MOVE 0 TO PASS-COUNT
               MOVE "Y" TO PASS-CHANGED
               PERFORM ALLOCATION_PASS
               UNTIL NOT PASS-HAS-CHANGED OR PASS-COUNT > 9

               OPEN OUTPUT ElectiveReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Elective Allocation " RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE
               MOVE SPACES TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE

               PERFORM SAVE_ONE_CHOICE
                   VARYING AL-INDEX FROM 1 BY 1
                   UNTIL AL-INDEX > ALLOC-COUNT

               MOVE SPACES TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE
               MOVE "SUBJ PLACES ENROLLED WAITING"
                   TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE
               PERFORM SAVE_ONE_COURSE
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > COURSE-COUNT

               MOVE SPACES TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE
               INITIALIZE REPORT-TEXT
               STRING "Enrolled " NEWLY-ENROLLED "  from waiting list "
                   FROM-WAITLIST "  released " PLACES-RELEASED
                   "  leavers " LEAVERS-DROPPED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE
               CLOSE ElectiveReportFile

               PERFORM CLOSE_FILES
               DISPLAY "Choices loaded      : " ALLOC-COUNT
               DISPLAY "Places allocated    : " NEWLY-ENROLLED
               DISPLAY "From waiting list   : " FROM-WAITLIST
               DISPLAY "Places released     : " PLACES-RELEASED
               DISPLAY "Leavers dropped     : " LEAVERS-DROPPED
               DISPLAY "Still waiting       : " STILL-WAITING
               MOVE RECORDS-UPDATED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               GOBACK.

           CLOSE_FILES SECTION.
               CLOSE ElectiveCourseFile
               CLOSE ElectiveChoiceFile
               CLOSE StudentMasterFile.

           LOAD_ONE_COURSE SECTION.
               READ ElectiveCourseFile NEXT RECORD
                   AT END
                       SET COURSE-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF COURSE-COUNT NOT < 200
                   EXIT SECTION
               END-IF
               ADD 1 TO COURSE-COUNT
               MOVE EC-SUBJECT TO CT-SUBJECT(COURSE-COUNT)
               MOVE EC-CAPACITY TO CT-CAPACITY(COURSE-COUNT)
               MOVE 0 TO CT-ENROLLED(COURSE-COUNT)
               MOVE 0 TO CT-WAITING(COURSE-COUNT).

           LOAD_ONE_CHOICE SECTION.
               READ ElectiveChoiceFile NEXT RECORD
                   AT END
                       SET CHOICE-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF ALLOC-COUNT NOT < 5000
                   MOVE "Y" TO ALLOC-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO ALLOC-COUNT
               IF EL-STUD-ID NOT = LAST-STUDENT
                   MOVE EL-STUD-ID TO LAST-STUDENT
                   MOVE ALLOC-COUNT TO LAST-FIRST
                   MOVE "N" TO LAST-ENROLLED
                   MOVE EL-STUD-ID TO STUD-ID
                   READ StudentMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF STUD-IS-ENROLLED
                               MOVE "Y" TO LAST-ENROLLED
                           END-IF
                   END-READ
               END-IF
               MOVE EL-STUD-ID TO AL-STUDENT(ALLOC-COUNT)
               MOVE EL-RANK TO AL-RANK(ALLOC-COUNT)
               MOVE EL-SUBJECT TO AL-SUBJECT(ALLOC-COUNT)
               MOVE EL-CHOICE-DATE TO AL-DATE(ALLOC-COUNT)
               MOVE EL-STATUS TO AL-STATUS(ALLOC-COUNT)
               MOVE EL-STATUS TO AL-OLD-STATUS(ALLOC-COUNT)
               MOVE EL-WAIT-POS TO AL-WAIT-POS(ALLOC-COUNT)
               MOVE EL-WAIT-POS TO AL-OLD-POS(ALLOC-COUNT)
               MOVE LAST-FIRST TO AL-FIRST(ALLOC-COUNT)
               MOVE "N" TO AL-DONE(ALLOC-COUNT)

               MOVE 0 TO AL-COURSE(ALLOC-COUNT)
               PERFORM MATCH_ONE_COURSE
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > COURSE-COUNT
                   OR AL-COURSE(ALLOC-COUNT) > 0

               IF LAST-ENROLLED NOT = "Y"
                   AND NOT EL-IS-DROPPED
                   MOVE "D" TO AL-STATUS(ALLOC-COUNT)
                   MOVE 0 TO AL-WAIT-POS(ALLOC-COUNT)
                   EXIT SECTION
               END-IF
               IF AL-COURSE(ALLOC-COUNT) = 0
                   AND NOT EL-IS-DROPPED
                   MOVE "X" TO AL-STATUS(ALLOC-COUNT)
                   MOVE 0 TO AL-WAIT-POS(ALLOC-COUNT)
               END-IF.

           MATCH_ONE_COURSE SECTION.
               IF CT-SUBJECT(CT-INDEX) = EL-SUBJECT
                   MOVE CT-INDEX TO AL-COURSE(ALLOC-COUNT)
               END-IF.

           COUNT_ONE_PLACE SECTION.
               IF AL-STATUS(AL-INDEX) = "E"
                   ADD 1 TO CT-ENROLLED(AL-COURSE(AL-INDEX))
               END-IF.

           ALLOCATION_PASS SECTION.
               ADD 1 TO PASS-COUNT
               MOVE "N" TO PASS-CHANGED
               PERFORM RESET_ONE_WAITING
                   VARYING CT-INDEX FROM 1 BY 1
                   UNTIL CT-INDEX > COURSE-COUNT
               PERFORM ALLOCATE_ONE_RANK
                   VARYING CURRENT-RANK FROM 1 BY 1
                   UNTIL CURRENT-RANK > 5.

           RESET_ONE_WAITING SECTION.
               MOVE 0 TO CT-WAITING(CT-INDEX).

           ALLOCATE_ONE_RANK SECTION.
               PERFORM RESET_ONE_DONE
                   VARYING AL-INDEX FROM 1 BY 1
                   UNTIL AL-INDEX > ALLOC-COUNT
               MOVE "Y" TO MORE-CANDIDATES
               PERFORM ALLOCATE_NEXT_CANDIDATE
               UNTIL MORE-CANDIDATES NOT = "Y".

           RESET_ONE_DONE SECTION.
               MOVE "N" TO AL-DONE(AL-INDEX).

           ALLOCATE_NEXT_CANDIDATE SECTION.
               MOVE 0 TO BEST-INDEX
               PERFORM PICK_ONE_CANDIDATE
                   VARYING AL-INDEX FROM 1 BY 1
                   UNTIL AL-INDEX > ALLOC-COUNT
               IF BEST-INDEX = 0
                   MOVE "N" TO MORE-CANDIDATES
                   EXIT SECTION
               END-IF
               MOVE "Y" TO AL-DONE(BEST-INDEX)
               MOVE BEST-INDEX TO CAND-INDEX
               PERFORM ALLOCATE_CANDIDATE.

           PICK_ONE_CANDIDATE SECTION.
               IF AL-RANK(AL-INDEX) NOT = CURRENT-RANK
                   OR AL-DONE(AL-INDEX) = "Y"
                   OR AL-COURSE(AL-INDEX) = 0
                   EXIT SECTION
               END-IF
               IF AL-STATUS(AL-INDEX) NOT = "C"
                   AND AL-STATUS(AL-INDEX) NOT = "W"
                   AND AL-STATUS(AL-INDEX) NOT = "X"
                   EXIT SECTION
               END-IF
               IF BEST-INDEX = 0
                   MOVE AL-INDEX TO BEST-INDEX
                   EXIT SECTION
               END-IF
               IF AL-DATE(AL-INDEX) < AL-DATE(BEST-INDEX)
                   OR (AL-DATE(AL-INDEX) = AL-DATE(BEST-INDEX)
                   AND AL-STUDENT(AL-INDEX) < AL-STUDENT(BEST-INDEX))
                   MOVE AL-INDEX TO BEST-INDEX
               END-IF.

           ALLOCATE_CANDIDATE SECTION.
               MOVE 0 TO PLACES-HELD
               MOVE 0 TO WORST-INDEX
               MOVE "N" TO SAME-FOUND
               MOVE AL-FIRST(CAND-INDEX) TO SCAN-INDEX
               PERFORM SCAN_STUDENT_PLACE
               UNTIL SCAN-INDEX > ALLOC-COUNT
               OR AL-STUDENT(SCAN-INDEX) NOT = AL-STUDENT(CAND-INDEX)

               MOVE AL-COURSE(CAND-INDEX) TO CT-INDEX
               IF SAME-FOUND = "Y"
                   MOVE "X" TO AL-STATUS(CAND-INDEX)
                   MOVE 0 TO AL-WAIT-POS(CAND-INDEX)
                   EXIT SECTION
               END-IF
               IF PLACES-HELD NOT < MAX-PER-STUDENT
                   IF AL-RANK(CAND-INDEX) > AL-RANK(WORST-INDEX)
                       MOVE "X" TO AL-STATUS(CAND-INDEX)
                       MOVE 0 TO AL-WAIT-POS(CAND-INDEX)
                       EXIT SECTION
                   END-IF
               END-IF

               IF CT-ENROLLED(CT-INDEX) NOT < CT-CAPACITY(CT-INDEX)
                   ADD 1 TO CT-WAITING(CT-INDEX)
                   MOVE "W" TO AL-STATUS(CAND-INDEX)
                   MOVE CT-WAITING(CT-INDEX) TO AL-WAIT-POS(CAND-INDEX)
                   EXIT SECTION
               END-IF

               MOVE "E" TO AL-STATUS(CAND-INDEX)
               MOVE 0 TO AL-WAIT-POS(CAND-INDEX)
               ADD 1 TO CT-ENROLLED(CT-INDEX)
               MOVE "Y" TO PASS-CHANGED
               IF PLACES-HELD NOT < MAX-PER-STUDENT
                   MOVE "X" TO AL-STATUS(WORST-INDEX)
                   SUBTRACT 1 FROM CT-ENROLLED(AL-COURSE(WORST-INDEX))
               END-IF.

           SCAN_STUDENT_PLACE SECTION.
               IF AL-STATUS(SCAN-INDEX) = "E"
                   ADD 1 TO PLACES-HELD
                   IF AL-SUBJECT(SCAN-INDEX) = AL-SUBJECT(CAND-INDEX)
                       MOVE "Y" TO SAME-FOUND
                   END-IF
                   IF WORST-INDEX = 0
                       MOVE SCAN-INDEX TO WORST-INDEX
                   ELSE
                       IF AL-RANK(SCAN-INDEX) > AL-RANK(WORST-INDEX)
                           MOVE SCAN-INDEX TO WORST-INDEX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO SCAN-INDEX.

           SAVE_ONE_CHOICE SECTION.
               IF AL-STATUS(AL-INDEX) = "W"
                   ADD 1 TO STILL-WAITING
               END-IF
               IF AL-STATUS(AL-INDEX) = AL-OLD-STATUS(AL-INDEX)
                   AND AL-WAIT-POS(AL-INDEX) = AL-OLD-POS(AL-INDEX)
                   EXIT SECTION
               END-IF
               MOVE AL-STUDENT(AL-INDEX) TO EL-STUD-ID
               MOVE AL-RANK(AL-INDEX) TO EL-RANK
               READ ElectiveChoiceFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE AL-WAIT-POS(AL-INDEX) TO EL-WAIT-POS
               IF AL-STATUS(AL-INDEX) NOT = AL-OLD-STATUS(AL-INDEX)
                   MOVE AL-STATUS(AL-INDEX) TO EL-STATUS
                   MOVE RUN-DATE TO EL-STATUS-DATE
               END-IF
               REWRITE ELECTIVE-CHOICE-RECORD
               ADD 1 TO RECORDS-UPDATED

               MOVE SPACES TO ACTION-TEXT
               EVALUATE TRUE
                   WHEN AL-STATUS(AL-INDEX) = "E"
                       AND AL-OLD-STATUS(AL-INDEX) = "W"
                       MOVE "ENROLLED FROM WAITLIST" TO ACTION-TEXT
                       ADD 1 TO NEWLY-ENROLLED
                       ADD 1 TO FROM-WAITLIST
                   WHEN AL-STATUS(AL-INDEX) = "E"
                       MOVE "ENROLLED" TO ACTION-TEXT
                       ADD 1 TO NEWLY-ENROLLED
                   WHEN AL-STATUS(AL-INDEX) = "X"
                       AND AL-OLD-STATUS(AL-INDEX) = "E"
                       MOVE "RELEASED FOR BETTER" TO ACTION-TEXT
                       ADD 1 TO PLACES-RELEASED
                   WHEN AL-STATUS(AL-INDEX) = "D"
                       MOVE "DROPPED - LEFT SCHOOL" TO ACTION-TEXT
                       ADD 1 TO LEAVERS-DROPPED
                   WHEN AL-STATUS(AL-INDEX) = "W"
                       AND AL-OLD-STATUS(AL-INDEX) NOT = "W"
                       MOVE "WAITING LIST" TO ACTION-TEXT
               END-EVALUATE
               IF ACTION-TEXT = SPACES
                   EXIT SECTION
               END-IF
               INITIALIZE REPORT-TEXT
               IF AL-STATUS(AL-INDEX) = "W"
                   STRING AL-STUDENT(AL-INDEX) " "
                       AL-SUBJECT(AL-INDEX) " choice "
                       AL-RANK(AL-INDEX) " " ACTION-TEXT " position "
                       AL-WAIT-POS(AL-INDEX)
                       DELIMITED BY SIZE INTO REPORT-TEXT
               ELSE
                   STRING AL-STUDENT(AL-INDEX) " "
                       AL-SUBJECT(AL-INDEX) " choice "
                       AL-RANK(AL-INDEX) " " ACTION-TEXT
                       DELIMITED BY SIZE INTO REPORT-TEXT
               END-IF
               MOVE REPORT-TEXT TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE.

           SAVE_ONE_COURSE SECTION.
               MOVE CT-SUBJECT(CT-INDEX) TO EC-SUBJECT
               READ ElectiveCourseFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE CT-ENROLLED(CT-INDEX) TO EC-ENROLLED
               MOVE CT-WAITING(CT-INDEX) TO EC-WAITING
               REWRITE ELECTIVE-COURSE-RECORD
               INITIALIZE REPORT-TEXT
               STRING CT-SUBJECT(CT-INDEX) "    "
                   CT-CAPACITY(CT-INDEX) "      "
                   CT-ENROLLED(CT-INDEX) "     "
                   CT-WAITING(CT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO ELECTIVE-REPORT-LINE
               WRITE ELECTIVE-REPORT-LINE.
