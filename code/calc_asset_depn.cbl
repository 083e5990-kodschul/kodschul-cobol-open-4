           IDENTIFICATION DIVISION.
           PROGRAM-ID. CALC-ASSET-DEPN.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 DEPRECIABLE PIC S9(9)V99.
           01 REMAINING   PIC S9(9)V99.
           01 ACQ-YEAR    PIC 9(4).
           01 ACQ-MONTH   PIC 9(2).
           01 PER-YEAR    PIC 9(4).
           01 PER-MONTH   PIC 9(2).
           01 ELAPSED     PIC S9(5).

           LINKAGE SECTION.
           01 DP-COST     PIC 9(9)V99.
           01 DP-SALVAGE  PIC 9(9)V99.
           01 DP-ACQ-DATE PIC 9(8).
           01 DP-LIFE     PIC 9(3).
           01 DP-METHOD   PIC X(1).
           01 DP-RATE     PIC 9(2)V99.
           01 DP-ACCUM    PIC 9(9)V99.
           01 DP-PERIOD   PIC 9(6).
           01 DP-AMOUNT   PIC 9(9)V99.

           PROCEDURE DIVISION USING DP-COST, DP-SALVAGE, DP-ACQ-DATE,
               DP-LIFE, DP-METHOD, DP-RATE, DP-ACCUM, DP-PERIOD,
               DP-AMOUNT.
           MAIN SECTION.
               MOVE 0 TO DP-AMOUNT
               COMPUTE DEPRECIABLE = DP-COST - DP-SALVAGE
               COMPUTE REMAINING = DEPRECIABLE - DP-ACCUM
               IF REMAINING NOT > 0
                   GOBACK
               END-IF

               MOVE DP-ACQ-DATE(1:4) TO ACQ-YEAR
               MOVE DP-ACQ-DATE(5:2) TO ACQ-MONTH
               MOVE DP-PERIOD(1:4) TO PER-YEAR
               MOVE DP-PERIOD(5:2) TO PER-MONTH
               COMPUTE ELAPSED = (PER-YEAR * 12 + PER-MONTH)
                   - (ACQ-YEAR * 12 + ACQ-MONTH) + 1
               IF ELAPSED < 1
                   GOBACK
               END-IF

               IF ELAPSED >= DP-LIFE
                   MOVE REMAINING TO DP-AMOUNT
                   GOBACK
               END-IF

               IF DP-METHOD = "D"
                   COMPUTE DP-AMOUNT ROUNDED =
                       (DP-COST - DP-ACCUM) * DP-RATE / 1200
               ELSE
                   COMPUTE DP-AMOUNT ROUNDED = DEPRECIABLE / DP-LIFE
               END-IF
               IF DP-AMOUNT > REMAINING
                   MOVE REMAINING TO DP-AMOUNT
               END-IF
               GOBACK.
