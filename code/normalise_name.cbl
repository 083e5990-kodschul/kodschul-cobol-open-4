           IDENTIFICATION DIVISION.
           PROGRAM-ID. NORMALISE-NAME.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 NAME-WORK PIC X(30).
           01 NAME-POS  PIC 9(2).
           01 NAME-CHAR PIC X(1).

           LINKAGE SECTION.
           01 NN-NAME   PIC X(30).
           01 NN-KEY    PIC X(30).
           01 NN-LENGTH PIC 9(2).

           PROCEDURE DIVISION USING NN-NAME, NN-KEY, NN-LENGTH.
           MAIN SECTION.
               MOVE NN-NAME TO NAME-WORK
               INSPECT NAME-WORK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO NN-KEY
               MOVE 0 TO NN-LENGTH
               PERFORM KEEP_ONE_CHAR
                   VARYING NAME-POS FROM 1 BY 1
                   UNTIL NAME-POS > 30
               GOBACK.

           KEEP_ONE_CHAR SECTION.
               MOVE NAME-WORK(NAME-POS:1) TO NAME-CHAR
               IF NAME-CHAR IS NUMERIC
                   OR (NAME-CHAR IS ALPHABETIC
                       AND NAME-CHAR NOT = SPACE)
                   ADD 1 TO NN-LENGTH
                   MOVE NAME-CHAR TO NN-KEY(NN-LENGTH:1)
               END-IF.
