           IDENTIFICATION DIVISION.
           PROGRAM-ID. CUST-DUP-SCAN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT DupCandidateFile ASSIGN TO "DUPCAND"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DupReportFile ASSIGN TO "DUPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD DupCandidateFile.
           COPY DUPCAND.

           FD DupReportFile.
           01 DUP-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
               88 CUST-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 CUST-TABLE.
               02 CUST-COUNT PIC 9(4) VALUE 0.
               02 CUST-ENTRY OCCURS 2000 TIMES.
                   03 CT-ID       PIC X(6).
                   03 CT-NAME     PIC X(20).
                   03 CT-NAME-KEY PIC X(20).
                   03 CT-POST-KEY PIC X(20).
                   03 CT-PHONE-KEY PIC X(20).
           01 CUST-INDEX PIC 9(4).
           01 OTHER-INDEX PIC 9(4).
           01 TABLE-FULL PIC X VALUE "N".
               88 TABLE-IS-FULL VALUE "Y".

           01 NORM-IN PIC X(20).
           01 NORM-OUT PIC X(20).
           01 NORM-DIGITS-ONLY PIC X VALUE "N".
               88 NORM-IS-DIGITS VALUE "Y".
           01 NORM-POS PIC 9(2).
           01 NORM-LEN PIC 9(2).
           01 NORM-CHAR PIC X(1).

           01 MATCH-SCORE PIC 9.
           01 MATCH-FLAGS PIC X(3).
           01 PAIRS-FOUND PIC 9(5) VALUE 0.
           01 PAIRS-HIGH PIC 9(5) VALUE 0.

           01 REPORT-TEXT PIC X(80).

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Duplicate Customer Scan ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN INPUT CustomerMasterFile
               IF NOT CUST-FILE-OK
                   DISPLAY "Customer master not available."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LOW-VALUES TO CUST-ID
               START CustomerMasterFile KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       SET CUST-FILE-EOF TO TRUE
               END-START
               PERFORM LOAD_ONE_CUSTOMER
               UNTIL CUST-FILE-EOF
               CLOSE CustomerMasterFile

               OPEN OUTPUT DupCandidateFile
               OPEN OUTPUT DupReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Probable Duplicate Customers " RUN-DATE
                   " ----" DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               MOVE "CUST-A CUST-B SCORE MATCH  NAME A / NAME B"
                   TO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE

               PERFORM COMPARE_ONE_CUSTOMER
                   VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-COUNT

               INITIALIZE REPORT-TEXT
               STRING "Customers scanned " CUST-COUNT
                   "  probable pairs " PAIRS-FOUND
                   "  strong " PAIRS-HIGH
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE
               DISPLAY REPORT-TEXT
               IF TABLE-IS-FULL
                   MOVE "WARNING: customer table full - scan "
                       & "incomplete" TO REPORT-TEXT
                   PERFORM WRITE_REPORT_LINE
                   DISPLAY REPORT-TEXT
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE DupCandidateFile
               CLOSE DupReportFile

               MOVE PAIRS-FOUND TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
               DISPLAY "---- Duplicate Scan Complete ----"
               GOBACK.

           LOAD_ONE_CUSTOMER SECTION.
               READ CustomerMasterFile NEXT RECORD
                   AT END
                       SET CUST-FILE-EOF TO TRUE
                   NOT AT END
                       IF CUST-COUNT = 2000
                           MOVE "Y" TO TABLE-FULL
                           SET CUST-FILE-EOF TO TRUE
                       ELSE
                           PERFORM ADD_CUSTOMER_ENTRY
                       END-IF
               END-READ.

           ADD_CUSTOMER_ENTRY SECTION.
               ADD 1 TO CUST-COUNT
               MOVE CUST-ID TO CT-ID(CUST-COUNT)
               MOVE CUST-NAME TO CT-NAME(CUST-COUNT)
               MOVE "N" TO NORM-DIGITS-ONLY
               MOVE CUST-NAME TO NORM-IN
               PERFORM NORMALISE_TEXT
               MOVE NORM-OUT TO CT-NAME-KEY(CUST-COUNT)
               MOVE CUST-POSTCODE TO NORM-IN
               PERFORM NORMALISE_TEXT
               MOVE NORM-OUT TO CT-POST-KEY(CUST-COUNT)
               MOVE "Y" TO NORM-DIGITS-ONLY
               MOVE CUST-PHONE TO NORM-IN
               PERFORM NORMALISE_TEXT
               MOVE NORM-OUT TO CT-PHONE-KEY(CUST-COUNT).

           NORMALISE_TEXT SECTION.
               INSPECT NORM-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO NORM-OUT
               MOVE 0 TO NORM-LEN
               PERFORM KEEP_ONE_CHAR
                   VARYING NORM-POS FROM 1 BY 1
                   UNTIL NORM-POS > 20.

           KEEP_ONE_CHAR SECTION.
               MOVE NORM-IN(NORM-POS:1) TO NORM-CHAR
               IF NORM-CHAR IS NUMERIC
                   ADD 1 TO NORM-LEN
                   MOVE NORM-CHAR TO NORM-OUT(NORM-LEN:1)
                   EXIT SECTION
               END-IF
               IF NORM-IS-DIGITS
                   EXIT SECTION
               END-IF
               IF NORM-CHAR IS ALPHABETIC AND NORM-CHAR NOT = SPACE
                   ADD 1 TO NORM-LEN
                   MOVE NORM-CHAR TO NORM-OUT(NORM-LEN:1)
               END-IF.

           COMPARE_ONE_CUSTOMER SECTION.
               PERFORM COMPARE_ONE_PAIR
                   VARYING OTHER-INDEX FROM CUST-INDEX BY 1
                   UNTIL OTHER-INDEX > CUST-COUNT.

           COMPARE_ONE_PAIR SECTION.
               IF OTHER-INDEX = CUST-INDEX
                   EXIT SECTION
               END-IF
               MOVE 0 TO MATCH-SCORE
               MOVE "---" TO MATCH-FLAGS
               IF CT-NAME-KEY(CUST-INDEX) NOT = SPACES
                   AND CT-NAME-KEY(CUST-INDEX) =
                       CT-NAME-KEY(OTHER-INDEX)
                   ADD 1 TO MATCH-SCORE
                   MOVE "N" TO MATCH-FLAGS(1:1)
               END-IF
               IF CT-POST-KEY(CUST-INDEX) NOT = SPACES
                   AND CT-POST-KEY(CUST-INDEX) =
                       CT-POST-KEY(OTHER-INDEX)
                   ADD 1 TO MATCH-SCORE
                   MOVE "P" TO MATCH-FLAGS(2:1)
               END-IF
               IF CT-PHONE-KEY(CUST-INDEX) NOT = SPACES
                   AND CT-PHONE-KEY(CUST-INDEX) =
                       CT-PHONE-KEY(OTHER-INDEX)
                   ADD 1 TO MATCH-SCORE
                   MOVE "T" TO MATCH-FLAGS(3:1)
               END-IF
               IF MATCH-SCORE < 2
                   EXIT SECTION
               END-IF

               ADD 1 TO PAIRS-FOUND
               IF MATCH-SCORE = 3
                   ADD 1 TO PAIRS-HIGH
               END-IF
               MOVE CT-ID(CUST-INDEX) TO DC-CUST-A
               MOVE CT-ID(OTHER-INDEX) TO DC-CUST-B
               MOVE MATCH-SCORE TO DC-SCORE
               MOVE MATCH-FLAGS TO DC-MATCHED
               MOVE RUN-DATE TO DC-RUN-DATE
               WRITE DUP-CANDIDATE-RECORD

               INITIALIZE REPORT-TEXT
               STRING CT-ID(CUST-INDEX) " " CT-ID(OTHER-INDEX)
                   "   " MATCH-SCORE "    " MATCH-FLAGS "    "
                   CT-NAME(CUST-INDEX) " / " CT-NAME(OTHER-INDEX)
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_REPORT_LINE.

           WRITE_REPORT_LINE SECTION.
               MOVE REPORT-TEXT TO DUP-REPORT-LINE
               WRITE DUP-REPORT-LINE.
