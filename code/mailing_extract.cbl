                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT CollectionLetterFile ASSIGN TO "COLLLTRS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.

               SELECT GuardianLetterFile ASSIGN TO "GUARDLTRS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GUARD-LETTER-STATUS.

               SELECT MailDispatchFile ASSIGN TO "MAILDISP"
                   ORGANIZATION IS LINE SEQUENTIAL.

           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD CollectionLetterFile.
           01 LetterLine PIC X(80).

           FD GuardianLetterFile.
           01 GuardianLetterLine PIC X(80).

           FD MailDispatchFile.
           01 MailDispatchLine PIC X(80).

           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 STMT-EOF PIC X VALUE "N".
           01 LETTER-FILE-STATUS PIC XX.
               88 LETTER-FILE-OK VALUE "00".
           01 LETTER-EOF PIC X VALUE "N".
           01 LETTERS-PAIRED PIC 9(5) VALUE 0.
           01 LETTERS-SUPPRESSED PIC 9(5) VALUE 0.
           01 GUARD-LETTER-STATUS PIC XX.
               88 GUARD-LETTER-OK VALUE "00".
           01 GUARD-LETTER-EOF PIC X VALUE "N".
           01 DIGESTS-EXTRACTED PIC 9(5) VALUE 0.
           01 PAIRED-BEFORE PIC 9(5).
           01 SUPPRESSED-BEFORE PIC 9(5).

           01 STMT-MONTH PIC 9(6).
           01 STMT-FILE-NAME PIC X(40).
               IF NOT STMT-FILE-OK
                   DISPLAY "No statement file " STMT-FILE-NAME
                       " - run the statement report first."
                   OPEN INPUT CollectionLetterFile
                   IF NOT LETTER-FILE-OK
                       OPEN INPUT GuardianLetterFile
                       IF NOT GUARD-LETTER-OK
                           STOP RUN
                       END-IF
                       CLOSE GuardianLetterFile
                   ELSE
                       CLOSE CollectionLetterFile
                   END-IF
                   DISPLAY "Extracting letters only."
                   MOVE "Y" TO STMT-EOF
               END-IF

               OPEN INPUT AccountMasterFile
               OPEN INPUT CustomerMasterFile
               OPEN OUTPUT MailDispatchFile

               IF STMT-FILE-OK
                   PERFORM UNTIL STMT-EOF = "Y"
                       READ StatementFile
                           AT END
                               MOVE "Y" TO STMT-EOF
                           NOT AT END
                               PERFORM HANDLE_STATEMENT_LINE
                       END-READ
                   END-PERFORM
                   CLOSE StatementFile
               END-IF

               PERFORM EXTRACT_COLLECTION_LETTERS
               PERFORM EXTRACT_GUARDIAN_DIGESTS

               CLOSE AccountMasterFile
               CLOSE CustomerMasterFile
               CLOSE MailDispatchFile
                   STATEMENTS-PAIRED
               DISPLAY "Statements suppressed: "
                   STATEMENTS-SUPPRESSED
               DISPLAY "Letters paired       : "
                   LETTERS-PAIRED
               DISPLAY "Letters suppressed   : "
                   LETTERS-SUPPRESSED
               DISPLAY "Guardian digests     : "
                   DIGESTS-EXTRACTED
               DISPLAY "---- Mailing Extract Complete ----"
               STOP RUN.

                   WRITE MailDispatchLine
               END-IF.

           EXTRACT_COLLECTION_LETTERS SECTION.
               OPEN INPUT CollectionLetterFile
               IF NOT LETTER-FILE-OK
                   EXIT SECTION
               END-IF
               MOVE STATEMENTS-PAIRED TO PAIRED-BEFORE
               MOVE STATEMENTS-SUPPRESSED TO SUPPRESSED-BEFORE
               MOVE "N" TO SUPPRESSING
               MOVE "N" TO LETTER-EOF
               PERFORM READ_ONE_LETTER_LINE
               UNTIL LETTER-EOF = "Y"
               CLOSE CollectionLetterFile
               COMPUTE LETTERS-PAIRED =
                   STATEMENTS-PAIRED - PAIRED-BEFORE
               COMPUTE LETTERS-SUPPRESSED =
                   STATEMENTS-SUPPRESSED - SUPPRESSED-BEFORE
               MOVE PAIRED-BEFORE TO STATEMENTS-PAIRED
               MOVE SUPPRESSED-BEFORE TO STATEMENTS-SUPPRESSED

               OPEN OUTPUT CollectionLetterFile
               CLOSE CollectionLetterFile.

           READ_ONE_LETTER_LINE SECTION.
               READ CollectionLetterFile
                   AT END
                       MOVE "Y" TO LETTER-EOF
                   NOT AT END
                       IF LetterLine(1:12) = "==== Letter "
                           MOVE LetterLine(32:6) TO CURRENT-ACCOUNT
                           PERFORM START_NEW_STATEMENT
                       END-IF
                       IF NOT IS-SUPPRESSING
                           MOVE LetterLine TO MailDispatchLine
                           WRITE MailDispatchLine
                       END-IF
               END-READ.

           EXTRACT_GUARDIAN_DIGESTS SECTION.
               OPEN INPUT GuardianLetterFile
               IF NOT GUARD-LETTER-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO GUARD-LETTER-EOF
               PERFORM READ_ONE_DIGEST_LINE
               UNTIL GUARD-LETTER-EOF = "Y"
               CLOSE GuardianLetterFile

               OPEN OUTPUT GuardianLetterFile
               CLOSE GuardianLetterFile.

           READ_ONE_DIGEST_LINE SECTION.
               READ GuardianLetterFile
                   AT END
                       MOVE "Y" TO GUARD-LETTER-EOF
                   NOT AT END
                       IF GuardianLetterLine(1:16) = "*** DISPATCH ***"
                           ADD 1 TO DIGESTS-EXTRACTED
                       END-IF
                       MOVE GuardianLetterLine TO MailDispatchLine
                       WRITE MailDispatchLine
               END-READ.

           START_NEW_STATEMENT SECTION.
               MOVE "N" TO SUPPRESSING


               MOVE "*** DISPATCH ***" TO MailDispatchLine
               WRITE MailDispatchLine
               IF CUST-IS-DECEASED
                   MOVE "The Personal Representatives of the late"
                       TO MailDispatchLine
                   WRITE MailDispatchLine
               END-IF
               INITIALIZE REPORT-TEXT
               STRING CUST-NAME DELIMITED BY SIZE
                   INTO REPORT-TEXT
