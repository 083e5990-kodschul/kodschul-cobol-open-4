               88 ACCT-FILE-OK VALUE "00".
           01 CLRG-EOF PIC X VALUE "N".

           01 REG-FEED-ID      PIC X(8) VALUE "CLRGIN".
           01 REG-FILE-NAME    PIC X(40) VALUE "CLRGIN".
           01 REG-SENDER       PIC X(8).
           01 REG-SEQUENCE     PIC 9(6).
           01 REG-CREATED      PIC 9(8).
           01 REG-RECORD-COUNT PIC 9(7).
           01 REG-HASH-TOTAL   PIC 9(13)V99.
           01 REG-RESULT       PIC X(1).
               88 REG-IS-ACCEPTED VALUE "A".
               88 REG-IS-ALREADY-SEEN VALUE "P".

           01 TRANS-LOG-RECORD.
               02 TL-DATE      PIC 9(8).
               02 TL-TIME      PIC 9(6).
                   GOBACK
               END-IF

               CALL "REGISTER-INBOUND" USING REG-FEED-ID,
                   REG-FILE-NAME, REG-SENDER, REG-SEQUENCE,
                   REG-CREATED, REG-RECORD-COUNT, REG-HASH-TOTAL,
                   REG-RESULT
               IF REG-IS-ALREADY-SEEN
                   DISPLAY "No new inbound clearing file."
                   CLOSE ClearingInFile
                   GOBACK
               END-IF
               IF NOT REG-IS-ACCEPTED
                   DISPLAY "Clearing file refused - nothing posted."
                   CLOSE ClearingInFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O AccountMasterFile
               OPEN EXTEND TransactionLogFile
               OPEN OUTPUT ClearingReturnFile
