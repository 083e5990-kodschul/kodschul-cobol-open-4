           01 DECISION-FOUND PIC X.

           01 CARDS-PRINTED PIC 9(3) VALUE 0.
           01 CARDS-HELD PIC 9(3) VALUE 0.
           01 FEE-HELD PIC X(1).
               88 FEE-IS-HELD VALUE "Y".
           01 FEE-ARREARS PIC 9(7)V99.
           01 ARREARS-ED PIC Z(6)9.99.
           01 REPORT-TEXT PIC X(80).

           PROCEDURE DIVISION.
               CLOSE ReportCardFile

               DISPLAY "Report cards printed: " CARDS-PRINTED
               DISPLAY "Held for fee arrears: " CARDS-HELD
               DISPLAY "Written to " CARD-FILE-NAME
               DISPLAY "---- Report Cards Complete ----"
               STOP RUN.
                   NOT AT END
                       IF STUD-CLASS = INPUT-CLASS
                           AND STUD-IS-ENROLLED
                           PERFORM CHECK_FEE_HOLD
                           IF NOT FEE-IS-HELD
                               PERFORM FORMAT_ONE_CARD
                           END-IF
                       END-IF
               END-READ.

           CHECK_FEE_HOLD SECTION.
               CALL "CHECK-FEE-SANCTION" USING STUD-ID, PARM-ASOF,
                   FEE-HELD, FEE-ARREARS
               IF FEE-IS-HELD
                   ADD 1 TO CARDS-HELD
                   MOVE FEE-ARREARS TO ARREARS-ED
                   DISPLAY "HELD " STUD-ID " " STUD-NAME
                       " - fee arrears " ARREARS-ED
                       ", see the bursar"
               END-IF.

           FORMAT_ONE_CARD SECTION.
               MOVE SPACES TO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
