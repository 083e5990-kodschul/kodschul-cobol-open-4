           IDENTIFICATION DIVISION.
           PROGRAM-ID. GET-YEAR-END-RUN.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT YearEndControlFile ASSIGN TO "YECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS YECTL-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD YearEndControlFile.
           01 YearEndControlLine.
               02 YC-YEAR     PIC 9(4).
               02 YC-STATUS   PIC X(1).
                   88 YC-IS-RUNNING VALUE "R".
               02 YC-STARTED  PIC 9(8).
               02 YC-OPERATOR PIC X(10).

           WORKING-STORAGE SECTION.
           01 YECTL-FILE-STATUS PIC XX.
               88 YECTL-FILE-OK VALUE "00".
           01 TODAY-DATE PIC 9(8).

           LINKAGE SECTION.
           01 GYE-YEAR     PIC 9(4).
           01 GYE-OPERATOR PIC X(10).
           01 GYE-ACTIVE   PIC X(1).
               88 GYE-IS-ACTIVE VALUE "Y".

           PROCEDURE DIVISION USING GYE-YEAR, GYE-OPERATOR,
               GYE-ACTIVE.
           MAIN SECTION.
               MOVE "N" TO GYE-ACTIVE
               MOVE 0 TO GYE-YEAR
               MOVE SPACES TO GYE-OPERATOR
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD

               OPEN INPUT YearEndControlFile
               IF NOT YECTL-FILE-OK
                   GOBACK
               END-IF
               READ YearEndControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YC-IS-RUNNING
                           AND YC-STARTED = TODAY-DATE
                           MOVE "Y" TO GYE-ACTIVE
                           MOVE YC-YEAR TO GYE-YEAR
                           MOVE YC-OPERATOR TO GYE-OPERATOR
                       END-IF
               END-READ
               CLOSE YearEndControlFile
               GOBACK.
