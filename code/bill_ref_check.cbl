           IDENTIFICATION DIVISION.
           PROGRAM-ID. BILL-REF-CHECK.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 REF-POS       PIC 9(2).
           01 REF-CHAR      PIC X(1).
           01 DIGIT-COUNT   PIC 9(2).
           01 DIGIT-TABLE.
               02 REF-DIGIT PIC 9 OCCURS 12 TIMES.
           01 DIGIT-INDEX   PIC 9(2).
           01 DIGIT-FROM-RIGHT PIC 9(2).
           01 DIGIT-WEIGHT  PIC 9(2).
           01 DIGIT-PRODUCT PIC 9(3).
           01 CHECK-SUM     PIC 9(4).
           01 CHECK-DIGIT   PIC 9(2).

           LINKAGE SECTION.
           01 BR-FORMAT     PIC X(12).
           01 BR-RULE       PIC X(1).
           01 BR-REFERENCE  PIC X(12).
           01 BR-VALID      PIC X(1).
               88 BR-IS-VALID VALUE "Y".

           PROCEDURE DIVISION USING BR-FORMAT, BR-RULE,
               BR-REFERENCE, BR-VALID.
           MAIN SECTION.
               MOVE "Y" TO BR-VALID
               MOVE 0 TO DIGIT-COUNT
               IF BR-REFERENCE = SPACES
                   MOVE "N" TO BR-VALID
                   GOBACK
               END-IF

               PERFORM CHECK_ONE_POSITION
                   VARYING REF-POS FROM 1 BY 1
                   UNTIL REF-POS > 12

               IF BR-IS-VALID
                   EVALUATE BR-RULE
                       WHEN "L"
                           PERFORM CHECK_LUHN
                       WHEN "M"
                           PERFORM CHECK_MOD11
                   END-EVALUATE
               END-IF
               GOBACK.

           CHECK_ONE_POSITION SECTION.
               MOVE BR-REFERENCE(REF-POS:1) TO REF-CHAR
               EVALUATE BR-FORMAT(REF-POS:1)
                   WHEN "9"
                       IF REF-CHAR IS NUMERIC
                           ADD 1 TO DIGIT-COUNT
                           MOVE REF-CHAR TO REF-DIGIT(DIGIT-COUNT)
                       ELSE
                           MOVE "N" TO BR-VALID
                       END-IF
                   WHEN "A"
                       IF REF-CHAR = SPACE
                           OR REF-CHAR IS NOT ALPHABETIC
                           MOVE "N" TO BR-VALID
                       END-IF
                   WHEN "X"
                       IF REF-CHAR = SPACE
                           MOVE "N" TO BR-VALID
                       END-IF
                   WHEN SPACE
                       IF REF-CHAR NOT = SPACE
                           MOVE "N" TO BR-VALID
                       END-IF
                   WHEN OTHER
                       IF REF-CHAR NOT = BR-FORMAT(REF-POS:1)
                           MOVE "N" TO BR-VALID
                       END-IF
               END-EVALUATE.

           CHECK_LUHN SECTION.
               IF DIGIT-COUNT < 2
                   MOVE "N" TO BR-VALID
                   EXIT SECTION
               END-IF
               MOVE 0 TO CHECK-SUM
               PERFORM ADD_LUHN_DIGIT
                   VARYING DIGIT-INDEX FROM DIGIT-COUNT BY -1
                   UNTIL DIGIT-INDEX < 1
               IF FUNCTION MOD(CHECK-SUM, 10) NOT = 0
                   MOVE "N" TO BR-VALID
               END-IF.

           ADD_LUHN_DIGIT SECTION.
               COMPUTE DIGIT-FROM-RIGHT =
                   DIGIT-COUNT - DIGIT-INDEX + 1
               IF FUNCTION MOD(DIGIT-FROM-RIGHT, 2) = 0
                   COMPUTE DIGIT-PRODUCT =
                       REF-DIGIT(DIGIT-INDEX) * 2
                   IF DIGIT-PRODUCT > 9
                       SUBTRACT 9 FROM DIGIT-PRODUCT
                   END-IF
               ELSE
                   MOVE REF-DIGIT(DIGIT-INDEX) TO DIGIT-PRODUCT
               END-IF
               ADD DIGIT-PRODUCT TO CHECK-SUM.

           CHECK_MOD11 SECTION.
               IF DIGIT-COUNT < 2
                   MOVE "N" TO BR-VALID
                   EXIT SECTION
               END-IF
               MOVE 0 TO CHECK-SUM
               MOVE 1 TO DIGIT-WEIGHT
               PERFORM ADD_MOD11_DIGIT
                   VARYING DIGIT-INDEX FROM DIGIT-COUNT BY -1
                   UNTIL DIGIT-INDEX < 2
               COMPUTE CHECK-DIGIT =
                   11 - FUNCTION MOD(CHECK-SUM, 11)
               IF CHECK-DIGIT = 11
                   MOVE 0 TO CHECK-DIGIT
               END-IF
               IF CHECK-DIGIT = 10
                   OR CHECK-DIGIT NOT = REF-DIGIT(DIGIT-COUNT)
                   MOVE "N" TO BR-VALID
               END-IF.

           ADD_MOD11_DIGIT SECTION.
               ADD 1 TO DIGIT-WEIGHT
               IF DIGIT-WEIGHT > 7
                   MOVE 2 TO DIGIT-WEIGHT
               END-IF
               COMPUTE CHECK-SUM = CHECK-SUM +
                   REF-DIGIT(DIGIT-INDEX - 1) * DIGIT-WEIGHT.
