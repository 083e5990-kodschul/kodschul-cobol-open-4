           IDENTIFICATION DIVISION.
           PROGRAM-ID. CHECK-FX-AGE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FxPairFile ASSIGN TO "FXPAIR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-PAIR
                   FILE STATUS IS PAIR-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD FxPairFile.
           COPY FXPAIR.

           WORKING-STORAGE SECTION.
           01 PAIR-FILE-STATUS PIC XX.
               88 PAIR-FILE-OK VALUE "00".
           01 PAIR-FOUND PIC X(1).
               88 PAIR-IS-FOUND VALUE "Y".
           01 MAX-AGE PIC 9(3).
           01 RATE-AGE PIC S9(7).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".

           LINKAGE SECTION.
           01 FA-PAIR     PIC X(6).
           01 FA-EFF-DATE PIC 9(8).
           01 FA-TODAY    PIC 9(8).
           01 FA-FRESH    PIC X(1).
               88 FA-IS-FRESH VALUE "Y".

           PROCEDURE DIVISION USING FA-PAIR, FA-EFF-DATE, FA-TODAY,
               FA-FRESH.
           MAIN SECTION.
               MOVE "N" TO FA-FRESH
               MOVE "N" TO PAIR-FOUND
               MOVE 0 TO MAX-AGE

               OPEN INPUT FxPairFile
               IF PAIR-FILE-OK
                   MOVE FA-PAIR TO FP-PAIR
                   READ FxPairFile
                       INVALID KEY
                           MOVE FA-PAIR(4:3) TO FP-PAIR(1:3)
                           MOVE FA-PAIR(1:3) TO FP-PAIR(4:3)
                           READ FxPairFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Y" TO PAIR-FOUND
                           END-READ
                       NOT INVALID KEY
                           MOVE "Y" TO PAIR-FOUND
                   END-READ
                   CLOSE FxPairFile
               END-IF

               IF PAIR-IS-FOUND
                   IF FP-IS-SUSPENDED
                       GOBACK
                   END-IF
                   MOVE FP-MAX-AGE-DAYS TO MAX-AGE
               END-IF
               IF MAX-AGE = 0
                   MOVE "FXMAXAGE" TO PARM-ID
                   MOVE FA-TODAY TO PARM-ASOF
                   CALL "GET-PARAMETER" USING PARM-ID, PARM-ASOF,
                       PARM-VALUE, PARM-FOUND
                   IF PARM-IS-FOUND AND PARM-VALUE > 0
                       MOVE PARM-VALUE TO MAX-AGE
                   ELSE
                       MOVE 3 TO MAX-AGE
                   END-IF
               END-IF

               COMPUTE RATE-AGE =
                   FUNCTION INTEGER-OF-DATE(FA-TODAY)
                   - FUNCTION INTEGER-OF-DATE(FA-EFF-DATE)
               IF RATE-AGE >= 0 AND RATE-AGE <= MAX-AGE
                   MOVE "Y" TO FA-FRESH
               END-IF
               GOBACK.
