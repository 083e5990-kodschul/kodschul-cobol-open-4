           IDENTIFICATION DIVISION.
           PROGRAM-ID. WRITE-STEPTOTAL.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT StepCountFile ASSIGN TO "STEPCOUNT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD StepCountFile.
           01 StepCountLine.
               02 SC-RECORDS PIC 9(7).
               02 SC-TOTAL   PIC 9(13)V99.

           WORKING-STORAGE SECTION.

           LINKAGE SECTION.
           01 WST-RECORDS PIC 9(7).
           01 WST-TOTAL   PIC 9(13)V99.

           PROCEDURE DIVISION USING WST-RECORDS, WST-TOTAL.
           MAIN SECTION.
               OPEN OUTPUT StepCountFile
               MOVE WST-RECORDS TO SC-RECORDS
               MOVE WST-TOTAL TO SC-TOTAL
               WRITE StepCountLine
               CLOSE StepCountFile
               GOBACK.
