           01 DUP-CANDIDATE-RECORD.
               02 DC-CUST-A      PIC X(6).
               02 DC-CUST-B      PIC X(6).
               02 DC-SCORE       PIC 9.
               02 DC-MATCHED     PIC X(3).
               02 DC-RUN-DATE    PIC 9(8).
