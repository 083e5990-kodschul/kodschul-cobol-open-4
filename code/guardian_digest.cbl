           IDENTIFICATION DIVISION.
           PROGRAM-ID. GUARDIAN-DIGEST.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT StudentMasterFile ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUD-ID
                   FILE STATUS IS STUD-FILE-STATUS.

               SELECT GuardianFile ASSIGN TO "GUARDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GD-KEY
                   FILE STATUS IS GUARD-FILE-STATUS.

               SELECT AttendanceFile ASSIGN TO "ATTEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AT-KEY
                   FILE STATUS IS ATTEND-FILE-STATUS.

               SELECT SchoolInvoiceFile ASSIGN TO "SCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FI-KEY
                   FILE STATUS IS INV-FILE-STATUS.

               SELECT GradeLedgerFile ASSIGN TO "GRADELDGR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.

               SELECT CustomerMessageFile ASSIGN TO "CUSTMSG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MSG-FILE-STATUS.

               SELECT GuardianLetterFile ASSIGN TO "GUARDLTRS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD StudentMasterFile.
           01 STUDENT-MASTER-RECORD.
               02 STUD-ID       PIC X(6).
               02 STUD-NAME     PIC X(20).
               02 STUD-CLASS    PIC X(6).
               02 STUD-ENROLLED PIC X(1).
                   88 STUD-IS-ENROLLED VALUE "Y".
               02 STUD-CUST-ID  PIC X(6).

           FD GuardianFile.
           COPY GUARDMST.

           FD AttendanceFile.
           COPY ATTEND.

           FD SchoolInvoiceFile.
           COPY SCHINV.

           FD GradeLedgerFile.
           01 GradeLedgerLine.
               02 GL-DATE    PIC 9(8).
               02 FILLER     PIC X(1).
               02 GL-STUDENT PIC X(6).
               02 FILLER     PIC X(1).
               02 GL-SUBJECT PIC X(4).
               02 FILLER     PIC X(1).
               02 GL-GRADE-X PIC X(4).
               02 FILLER     PIC X(35).

           FD CustomerMessageFile.
           01 CustomerMessageLine.
               02 CM-DATE    PIC 9(8).
               02 CM-CUST-ID PIC X(6).
               02 CM-ACCOUNT PIC X(6).
               02 CM-EVENT   PIC X(10).
               02 CM-AMOUNT  PIC S9(7)V99.
               02 CM-TEXT    PIC X(40).

           FD GuardianLetterFile.
           01 LetterLine PIC X(80).

           WORKING-STORAGE SECTION.
           01 STUD-FILE-STATUS PIC XX.
               88 STUD-FILE-OK VALUE "00".
           01 GUARD-FILE-STATUS PIC XX.
               88 GUARD-FILE-OK VALUE "00".
           01 ATTEND-FILE-STATUS PIC XX.
               88 ATTEND-FILE-OK VALUE "00".
           01 INV-FILE-STATUS PIC XX.
               88 INV-FILE-OK VALUE "00".
           01 LEDGER-FILE-STATUS PIC XX.
               88 LEDGER-FILE-OK VALUE "00".
           01 MSG-FILE-STATUS PIC XX.
               88 MSG-FILE-OK VALUE "00".
           01 LETTER-FILE-STATUS PIC XX.
               88 LETTER-FILE-OK VALUE "00".

           01 STUD-EOF PIC X VALUE "N".
           01 GUARD-EOF PIC X.
           01 ATTEND-EOF PIC X.
           01 INV-EOF PIC X.
           01 LEDGER-EOF PIC X VALUE "N".
           01 ATTEND-OPEN PIC X VALUE "N".
               88 ATTEND-IS-OPEN VALUE "Y".
           01 INV-OPEN PIC X VALUE "N".
               88 INV-IS-OPEN VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 WEEK-START PIC 9(8).
           01 DATE-INT PIC 9(8).

           01 GRADE-TABLE.
               02 GRADE-COUNT PIC 9(4) VALUE 0.
               02 GRADE-ENTRY OCCURS 2000 TIMES.
                   03 GT-STUDENT PIC X(6).
                   03 GT-DATE    PIC 9(8).
                   03 GT-SUBJECT PIC X(4).
                   03 GT-GRADE   PIC X(4).
           01 GT-INDEX PIC 9(4).
           01 GRADE-OVERFLOW PIC X VALUE "N".
               88 GRADES-HAVE-OVERFLOWED VALUE "Y".

           01 STUDENT-DIGEST.
               02 SD-ABSENCES PIC 9(1).
               02 SD-ABSENT-DATE PIC 9(8) OCCURS 7 TIMES.
               02 SD-GRADES PIC 9(3).
               02 SD-OPEN-INVOICES PIC 9(3).
               02 SD-OPEN-TOTAL PIC 9(7)V99.
               02 SD-OPEN-MONTH PIC 9(6) OCCURS 12 TIMES.
           01 SD-INDEX PIC 9(2).
           01 SD-SENT PIC 9(1).

           01 STUDENTS-READ PIC 9(5) VALUE 0.
           01 STUDENTS-REPORTED PIC 9(5) VALUE 0.
           01 MESSAGES-WRITTEN PIC 9(5) VALUE 0.
           01 LETTERS-WRITTEN PIC 9(5) VALUE 0.
           01 NO-GUARDIAN PIC 9(5) VALUE 0.
           01 NO-CUSTOMER PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).
           01 COUNT-ED PIC ZZ9.
           01 AMOUNT-ED PIC Z(6)9.99.

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Weekly Guardian Digest ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - 6
               COMPUTE WEEK-START = FUNCTION DATE-OF-INTEGER(DATE-INT)
               DISPLAY "Week: " WEEK-START " - " RUN-DATE

               OPEN INPUT StudentMasterFile
               IF NOT STUD-FILE-OK
                   DISPLAY "Student master not available."
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF
               OPEN INPUT GuardianFile
               IF NOT GUARD-FILE-OK
                   DISPLAY "No guardians on file - nothing to send."
                   CLOSE StudentMasterFile
                   MOVE 0 TO STEP-RECORDS
                   CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                   GOBACK
               END-IF

               OPEN INPUT GradeLedgerFile
               IF LEDGER-FILE-OK
                   PERFORM LOAD_ONE_GRADE
                       UNTIL LEDGER-EOF = "Y"
                   CLOSE GradeLedgerFile
               END-IF
               OPEN INPUT AttendanceFile
               IF ATTEND-FILE-OK
                   MOVE "Y" TO ATTEND-OPEN
               END-IF
               OPEN INPUT SchoolInvoiceFile
               IF INV-FILE-OK
                   MOVE "Y" TO INV-OPEN
               END-IF

               OPEN EXTEND CustomerMessageFile
               IF NOT MSG-FILE-OK
                   OPEN OUTPUT CustomerMessageFile
               END-IF
               OPEN EXTEND GuardianLetterFile
               IF NOT LETTER-FILE-OK
                   OPEN OUTPUT GuardianLetterFile
               END-IF

               PERFORM DIGEST_ONE_STUDENT
                   UNTIL STUD-EOF = "Y"

               CLOSE StudentMasterFile
               CLOSE GuardianFile
               IF ATTEND-IS-OPEN
                   CLOSE AttendanceFile
               END-IF
               IF INV-IS-OPEN
                   CLOSE SchoolInvoiceFile
               END-IF
               CLOSE CustomerMessageFile
               CLOSE GuardianLetterFile

               DISPLAY "Students read       : " STUDENTS-READ
               DISPLAY "Students reported   : " STUDENTS-REPORTED
               DISPLAY "Messages written    : " MESSAGES-WRITTEN
               DISPLAY "Letters written     : " LETTERS-WRITTEN
               DISPLAY "No active guardian  : " NO-GUARDIAN
               DISPLAY "No linked customer  : " NO-CUSTOMER

               IF GRADES-HAVE-OVERFLOWED
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "GRDDIGEST" TO ALERT-SOURCE
                   MOVE "guardian digest grade table full - grades "
                       TO ALERT-MESSAGE
                   MOVE "omitted" TO ALERT-MESSAGE(43:)
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF NO-CUSTOMER > 0
                   MOVE "WARN" TO ALERT-SEVERITY
                   MOVE "GRDDIGEST" TO ALERT-SOURCE
                   INITIALIZE ALERT-MESSAGE
                   STRING NO-CUSTOMER " message digest(s) held - no "
                       "linked customer"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               COMPUTE STEP-RECORDS = MESSAGES-WRITTEN
                   + LETTERS-WRITTEN
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Weekly Guardian Digest Complete ----"
               GOBACK.

           LOAD_ONE_GRADE SECTION.
               READ GradeLedgerFile
                   AT END
                       MOVE "Y" TO LEDGER-EOF
                       EXIT SECTION
               END-READ
               IF GL-DATE < WEEK-START OR GL-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               IF GRADE-COUNT NOT < 2000
                   MOVE "Y" TO GRADE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO GRADE-COUNT
               MOVE GL-STUDENT TO GT-STUDENT(GRADE-COUNT)
               MOVE GL-DATE TO GT-DATE(GRADE-COUNT)
               MOVE GL-SUBJECT TO GT-SUBJECT(GRADE-COUNT)
               MOVE GL-GRADE-X TO GT-GRADE(GRADE-COUNT).

           DIGEST_ONE_STUDENT SECTION.
               READ StudentMasterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO STUD-EOF
                       EXIT SECTION
               END-READ
               IF NOT STUD-IS-ENROLLED
                   EXIT SECTION
               END-IF
               ADD 1 TO STUDENTS-READ

               INITIALIZE STUDENT-DIGEST
               IF ATTEND-IS-OPEN
                   PERFORM GATHER_ABSENCES
               END-IF
               PERFORM COUNT_ONE_GRADE
                   VARYING GT-INDEX FROM 1 BY 1
                   UNTIL GT-INDEX > GRADE-COUNT
               IF INV-IS-OPEN
                   PERFORM GATHER_OPEN_INVOICES
               END-IF

               IF SD-ABSENCES = 0 AND SD-GRADES = 0
                   AND SD-OPEN-INVOICES = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO STUDENTS-REPORTED

               MOVE 0 TO SD-SENT
               MOVE STUD-ID TO GD-STUD-ID
               MOVE 0 TO GD-SEQ
               MOVE "N" TO GUARD-EOF
               START GuardianFile KEY IS NOT LESS THAN GD-KEY
                   INVALID KEY
                       MOVE "Y" TO GUARD-EOF
               END-START
               PERFORM SEND_TO_ONE_GUARDIAN
                   UNTIL GUARD-EOF = "Y"
               IF SD-SENT = 0
                   ADD 1 TO NO-GUARDIAN
               END-IF.

           GATHER_ABSENCES SECTION.
               MOVE STUD-ID TO AT-STUD-ID
               MOVE WEEK-START TO AT-DATE
               MOVE "N" TO ATTEND-EOF
               START AttendanceFile KEY IS NOT LESS THAN AT-KEY
                   INVALID KEY
                       MOVE "Y" TO ATTEND-EOF
               END-START
               PERFORM READ_ONE_ATTENDANCE
                   UNTIL ATTEND-EOF = "Y".

           READ_ONE_ATTENDANCE SECTION.
               READ AttendanceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO ATTEND-EOF
                       EXIT SECTION
               END-READ
               IF AT-STUD-ID NOT = STUD-ID OR AT-DATE > RUN-DATE
                   MOVE "Y" TO ATTEND-EOF
                   EXIT SECTION
               END-IF
               IF AT-IS-ABSENT AND SD-ABSENCES < 7
                   ADD 1 TO SD-ABSENCES
                   MOVE AT-DATE TO SD-ABSENT-DATE(SD-ABSENCES)
               END-IF.

           COUNT_ONE_GRADE SECTION.
               IF GT-STUDENT(GT-INDEX) = STUD-ID
                   ADD 1 TO SD-GRADES
               END-IF.

           GATHER_OPEN_INVOICES SECTION.
               MOVE STUD-ID TO FI-STUD-ID
               MOVE 0 TO FI-MONTH
               MOVE "N" TO INV-EOF
               START SchoolInvoiceFile KEY IS NOT LESS THAN FI-KEY
                   INVALID KEY
                       MOVE "Y" TO INV-EOF
               END-START
               PERFORM READ_ONE_INVOICE
                   UNTIL INV-EOF = "Y".

           READ_ONE_INVOICE SECTION.
               READ SchoolInvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                       EXIT SECTION
               END-READ
               IF FI-STUD-ID NOT = STUD-ID
                   MOVE "Y" TO INV-EOF
                   EXIT SECTION
               END-IF
               IF FI-IS-OPEN
                   ADD 1 TO SD-OPEN-INVOICES
                   ADD FI-AMOUNT TO SD-OPEN-TOTAL
                   IF SD-OPEN-INVOICES NOT > 12
                       MOVE FI-MONTH TO
                           SD-OPEN-MONTH(SD-OPEN-INVOICES)
                   END-IF
               END-IF.

           SEND_TO_ONE_GUARDIAN SECTION.
               READ GuardianFile NEXT RECORD
                   AT END
                       MOVE "Y" TO GUARD-EOF
                       EXIT SECTION
               END-READ
               IF GD-STUD-ID NOT = STUD-ID
                   MOVE "Y" TO GUARD-EOF
                   EXIT SECTION
               END-IF
               IF NOT GD-IS-ACTIVE OR GD-NO-DIGEST
                   EXIT SECTION
               END-IF

               IF GD-BY-MESSAGE
                   IF GD-CUST-ID = SPACES
                       ADD 1 TO NO-CUSTOMER
                       EXIT SECTION
                   END-IF
                   PERFORM WRITE_DIGEST_MESSAGE
               ELSE
                   PERFORM WRITE_DIGEST_LETTER
               END-IF
               ADD 1 TO SD-SENT.

           WRITE_DIGEST_MESSAGE SECTION.
               MOVE RUN-DATE TO CM-DATE
               MOVE GD-CUST-ID TO CM-CUST-ID
               MOVE STUD-ID TO CM-ACCOUNT
               MOVE "GUARDDIGST" TO CM-EVENT
               MOVE SD-OPEN-TOTAL TO CM-AMOUNT
               INITIALIZE CM-TEXT
               STRING "ABSENT " SD-ABSENCES " GRADES " SD-GRADES
                   " UNPAID INVOICES " SD-OPEN-INVOICES
                   DELIMITED BY SIZE INTO CM-TEXT
               WRITE CustomerMessageLine
               ADD 1 TO MESSAGES-WRITTEN.

           WRITE_DIGEST_LETTER SECTION.
               MOVE "*** DISPATCH ***" TO LetterLine
               WRITE LetterLine
               MOVE GD-NAME TO LetterLine
               WRITE LetterLine
               MOVE GD-STREET TO LetterLine
               WRITE LetterLine
               INITIALIZE REPORT-TEXT
               STRING GD-POSTCODE " " GD-CITY
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine

               INITIALIZE REPORT-TEXT
               STRING "==== Guardian Digest " RUN-DATE
                   "  Student " STUD-ID " ===="
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine
               INITIALIZE REPORT-TEXT
               STRING "Weekly report for " STUD-NAME " class "
                   STUD-CLASS
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine
               INITIALIZE REPORT-TEXT
               STRING "Week " WEEK-START " to " RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine

               MOVE SD-ABSENCES TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Absences this week : " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine
               PERFORM WRITE_ABSENCE_LINE
                   VARYING SD-INDEX FROM 1 BY 1
                   UNTIL SD-INDEX > SD-ABSENCES

               MOVE SD-GRADES TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "New grades recorded: " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine
               PERFORM WRITE_GRADE_LINE
                   VARYING GT-INDEX FROM 1 BY 1
                   UNTIL GT-INDEX > GRADE-COUNT

               MOVE SD-OPEN-INVOICES TO COUNT-ED
               MOVE SD-OPEN-TOTAL TO AMOUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Unpaid fee invoices: " COUNT-ED
                   "  total due " AMOUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine
               PERFORM WRITE_INVOICE_LINE
                   VARYING SD-INDEX FROM 1 BY 1
                   UNTIL SD-INDEX > SD-OPEN-INVOICES
                   OR SD-INDEX > 12
               MOVE SPACES TO LetterLine
               WRITE LetterLine
               ADD 1 TO LETTERS-WRITTEN.

           WRITE_ABSENCE_LINE SECTION.
               INITIALIZE REPORT-TEXT
               STRING "    absent on " SD-ABSENT-DATE(SD-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine.

           WRITE_GRADE_LINE SECTION.
               IF GT-STUDENT(GT-INDEX) NOT = STUD-ID
                   EXIT SECTION
               END-IF
               INITIALIZE REPORT-TEXT
               STRING "    " GT-DATE(GT-INDEX) "  "
                   GT-SUBJECT(GT-INDEX) "  grade "
                   GT-GRADE(GT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine.

           WRITE_INVOICE_LINE SECTION.
               INITIALIZE REPORT-TEXT
               STRING "    fees for month " SD-OPEN-MONTH(SD-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO LetterLine
               WRITE LetterLine.
