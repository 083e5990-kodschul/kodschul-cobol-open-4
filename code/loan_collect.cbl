
           01 LOANS-COLLECTED PIC 9(5) VALUE 0.
           01 LOANS-IN-ARREARS PIC 9(5) VALUE 0.
           01 LOANS-RECOVERED PIC 9(5) VALUE 0.

           01 ROLL-YYYY PIC 9(4).
           01 ROLL-MM PIC 9(2).

               DISPLAY "Installments collected: " LOANS-COLLECTED
               DISPLAY "Loans in arrears      : " LOANS-IN-ARREARS
               DISPLAY "Write-off recoveries  : " LOANS-RECOVERED
               MOVE LOANS-COLLECTED TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
                           PERFORM COLLECT_INSTALLMENT
                           REWRITE LOAN-MASTER-RECORD
                       END-IF
                       IF LN-IS-WRITTEN-OFF
                           AND LN-NEXT-DUE <= RUN-DATE
                           PERFORM COLLECT_RECOVERY
                           REWRITE LOAN-MASTER-RECORD
                       END-IF
               END-READ.

           COLLECT_INSTALLMENT SECTION.

               MOVE 0 TO LN-ARREARS-AMOUNT
               MOVE 0 TO LN-ARREARS-COUNT
               MOVE 0 TO LN-ARREARS-SINCE
               MOVE "000" TO LN-DPD-BUCKET
               MOVE SPACE TO LN-LETTER-STAGE
               ADD 1 TO LN-PAID-COUNT
               ADD 1 TO LOANS-COLLECTED
               IF LN-PAID-COUNT >= LN-TERM-MONTHS
               END-IF.

           NOTE_ARREARS SECTION.
               IF LN-ARREARS-COUNT = 0
                   MOVE LN-NEXT-DUE TO LN-ARREARS-SINCE
               END-IF
               ADD 1 TO LN-ARREARS-COUNT
               ADD LN-INSTALLMENT TO LN-ARREARS-AMOUNT
               ADD 1 TO LOANS-IN-ARREARS
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE.

           COLLECT_RECOVERY SECTION.
               COMPUTE DUE-AMOUNT =
                   LN-WRITEOFF-AMOUNT - LN-RECOVERED-AMOUNT
               IF DUE-AMOUNT > LN-INSTALLMENT
                   MOVE LN-INSTALLMENT TO DUE-AMOUNT
               END-IF
               IF DUE-AMOUNT = 0
                   MOVE "X" TO LN-STATUS
                   EXIT SECTION
               END-IF

               MOVE LN-ACCT-NUMBER TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE AVAILABLE-BALANCE =
                           ACCT-BALANCE - ACCT-HELD-AMOUNT
                       IF DUE-AMOUNT NOT > AVAILABLE-BALANCE
                           PERFORM DEBIT_RECOVERY
                       END-IF
               END-READ
               PERFORM ADVANCE_NEXT_DUE.

           DEBIT_RECOVERY SECTION.
               SUBTRACT DUE-AMOUNT FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE "ACCTMAST" TO AJ-FILE-ID
               MOVE ACCOUNT-RECORD TO AJ-IMAGE
               CALL "WRITE-AFTER-IMAGE" USING
                   AJ-FILE-ID, AJ-IMAGE

               MOVE RUN-DATE TO TL-DATE
               ACCEPT TL-TIME FROM TIME
               MOVE LN-ACCT-NUMBER TO TL-ACCOUNT
               MOVE "LOAN-RCVY" TO TL-TYPE
               MOVE DUE-AMOUNT TO TL-AMOUNT
               MOVE ACCT-BALANCE TO TL-BALANCE
               MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
               WRITE TRANS-LOG-LINE
               CALL "WRITE-TRANS-HIST" USING TL-DATE, TL-TIME,
                   TL-ACCOUNT, TL-TYPE, TL-AMOUNT, TL-BALANCE

               ADD DUE-AMOUNT TO LN-RECOVERED-AMOUNT
               ADD 1 TO LOANS-RECOVERED
               IF LN-RECOVERED-AMOUNT >= LN-WRITEOFF-AMOUNT
                   MOVE "X" TO LN-STATUS
                   DISPLAY "Written-off loan fully recovered: "
                       LN-LOAN-ID
               END-IF.

           ADVANCE_NEXT_DUE SECTION.
               MOVE LN-NEXT-DUE(1:4) TO ROLL-YYYY
               MOVE LN-NEXT-DUE(5:2) TO ROLL-MM
