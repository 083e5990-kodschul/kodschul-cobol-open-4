               88 ACCT-FILE-OK VALUE "00".
           01 COLL-EOF PIC X VALUE "N".

           01 REG-FEED-ID      PIC X(8) VALUE "DDCOLLIN".
           01 REG-FILE-NAME    PIC X(40) VALUE "DDCOLLIN".
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
                   DISPLAY "No new inbound collection file."
                   CLOSE CollectionInFile
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT REG-IS-ACCEPTED
                   DISPLAY "Collection file refused - nothing debited."
                   CLOSE CollectionInFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT MandateFile
               IF NOT MAND-FILE-OK
                   DISPLAY "No mandate file - every item would "
                       AT END
                           MOVE "Y" TO COLL-EOF
                       NOT AT END
                           IF CollectionInLine(1:6) = "ENVHDR"
                               OR CollectionInLine(1:6)
                                   = "ENVTRL"
                               CONTINUE
                           ELSE
                               PERFORM PROCESS_COLLECTION_ITEM
                           END-IF
                   END-READ
               END-PERFORM

