           IDENTIFICATION DIVISION.
           PROGRAM-ID. GET-SCHOOL-TERM.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 TERM-WORK-DATE.
               02 TERM-WORK-YEAR  PIC 9(4).
               02 TERM-WORK-MONTH PIC 9(2).
               02 TERM-WORK-DAY   PIC 9(2).

           LINKAGE SECTION.
           01 ST-DATE  PIC 9(8).
           01 ST-START PIC 9(8).
           01 ST-END   PIC 9(8).
           01 ST-NAME  PIC X(6).

           PROCEDURE DIVISION USING ST-DATE, ST-START, ST-END, ST-NAME.
           MAIN SECTION.
               MOVE ST-DATE TO TERM-WORK-DATE
               EVALUATE TRUE
                   WHEN TERM-WORK-MONTH > 8
                       MOVE "AUTUMN" TO ST-NAME
                       MOVE 09 TO TERM-WORK-MONTH
                       MOVE 01 TO TERM-WORK-DAY
                       MOVE TERM-WORK-DATE TO ST-START
                       MOVE 12 TO TERM-WORK-MONTH
                       MOVE 31 TO TERM-WORK-DAY
                       MOVE TERM-WORK-DATE TO ST-END
                   WHEN TERM-WORK-MONTH > 3
                       MOVE "SUMMER" TO ST-NAME
                       MOVE 04 TO TERM-WORK-MONTH
                       MOVE 01 TO TERM-WORK-DAY
                       MOVE TERM-WORK-DATE TO ST-START
                       MOVE 08 TO TERM-WORK-MONTH
                       MOVE 31 TO TERM-WORK-DAY
                       MOVE TERM-WORK-DATE TO ST-END
                   WHEN OTHER
                       MOVE "SPRING" TO ST-NAME
                       MOVE 01 TO TERM-WORK-MONTH
                       MOVE 01 TO TERM-WORK-DAY
                       MOVE TERM-WORK-DATE TO ST-START
                       MOVE 03 TO TERM-WORK-MONTH
                       MOVE 31 TO TERM-WORK-DAY
                       MOVE TERM-WORK-DATE TO ST-END
               END-EVALUATE
               GOBACK.
