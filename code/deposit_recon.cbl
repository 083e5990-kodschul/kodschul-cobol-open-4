           IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPOSIT-RECON.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BankDepositFile ASSIGN TO "BANKDEP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BANK-FILE-STATUS.

               SELECT DepositOpenFile ASSIGN TO "DEPOPEN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPEN-FILE-STATUS.

               SELECT DepositMatchFile ASSIGN TO "DEPMATCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MATCH-FILE-STATUS.

               SELECT TransHistoryFile ASSIGN TO "TRANSHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY
                   FILE STATUS IS HIST-FILE-STATUS.

               SELECT DepositReportFile ASSIGN TO "DEPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD BankDepositFile.
           01 BankDepositLine.
               02 BD-DATE      PIC 9(8).
               02 BD-AMOUNT    PIC 9(9)V99.
               02 BD-REFERENCE PIC X(10).
               02 BD-STORE     PIC X(3).

           FD DepositOpenFile.
           01 DepositOpenLine.
               02 DO-STORE     PIC X(3).
               02 DO-DEP-DATE  PIC 9(8).
               02 DO-AMOUNT    PIC 9(9)V99.
               02 DO-REFERENCE PIC X(10).
               02 DO-ACCOUNT   PIC X(6).
               02 DO-ALERTED   PIC X(1).

           FD DepositMatchFile.
           01 DepositMatchLine.
               02 DM-ACCOUNT   PIC X(6).
               02 DM-BANK-DATE PIC 9(8).
               02 DM-BANK-TIME PIC 9(6).
               02 DM-BANK-SEQ  PIC 9(3).
               02 DM-AMOUNT    PIC 9(7)V99.
               02 DM-STORE     PIC X(3).
               02 DM-DEP-DATE  PIC 9(8).
               02 DM-RESULT    PIC X(1).

           FD TransHistoryFile.
           COPY TRANSHST.

           FD DepositReportFile.
           01 DEPOSIT-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 BANK-FILE-STATUS PIC XX.
               88 BANK-FILE-OK VALUE "00".
           01 OPEN-FILE-STATUS PIC XX.
               88 OPEN-FILE-OK VALUE "00".
           01 MATCH-FILE-STATUS PIC XX.
               88 MATCH-FILE-OK VALUE "00".
           01 HIST-FILE-STATUS PIC XX.
               88 HIST-FILE-OK VALUE "00".
           01 BANK-EOF PIC X VALUE "N".
           01 OPEN-EOF PIC X VALUE "N".
           01 MATCH-EOF PIC X VALUE "N".
           01 HIST-EOF PIC X.

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 EARLIEST-DATE PIC 9(8).
           01 DEFAULT-STORE PIC X(3) VALUE "001".

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 LATE-DAYS PIC 9(3) VALUE 1.
           01 MISSING-DAYS PIC 9(3) VALUE 3.
           01 STORE-ACCOUNT-NUM PIC 9(6).

           01 OPEN-TABLE.
               02 OT-COUNT PIC 9(4) VALUE 0.
               02 OT-ENTRY OCCURS 500 TIMES.
                   03 OT-STORE     PIC X(3).
                   03 OT-DEP-DATE  PIC 9(8).
                   03 OT-AMOUNT    PIC 9(9)V99.
                   03 OT-REFERENCE PIC X(10).
                   03 OT-ACCOUNT   PIC X(6).
                   03 OT-ALERTED   PIC X(1).
                   03 OT-STATUS    PIC X(1).
                       88 OT-IS-OPEN    VALUE "O".
                       88 OT-IS-CLEARED VALUE "C".
                       88 OT-IS-LATE    VALUE "L".
                       88 OT-IS-SHORT   VALUE "S".
                   03 OT-CREDIT    PIC 9(4).
                   03 OT-AGE       PIC 9(3).
           01 OT-INDEX PIC 9(4).

           01 CREDIT-TABLE.
               02 CR-COUNT PIC 9(4) VALUE 0.
               02 CR-ENTRY OCCURS 2000 TIMES.
                   03 CR-ACCOUNT PIC X(6).
                   03 CR-DATE    PIC 9(8).
                   03 CR-TIME    PIC 9(6).
                   03 CR-SEQ     PIC 9(3).
                   03 CR-AMOUNT  PIC 9(7)V99.
                   03 CR-USED    PIC X(1).
           01 CR-INDEX PIC 9(4).
           01 CR-MATCH PIC 9(4).

           01 ACCOUNT-TABLE.
               02 AC-COUNT PIC 9(3) VALUE 0.
               02 AC-ACCOUNT PIC X(6) OCCURS 100 TIMES.
           01 AC-INDEX PIC 9(3).
           01 AC-FOUND PIC X.
               88 AC-IS-FOUND VALUE "Y".
           01 SCAN-ACCOUNT PIC X(6).

           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 BUSINESS-DAYS PIC 9(3).
           01 COUNT-FROM PIC 9(8).
           01 COUNT-TO PIC 9(8).
           01 SCAN-INT PIC 9(8).
           01 END-INT PIC 9(8).
           01 SCAN-DATE PIC 9(8).
           01 NBD-CHECK PIC 9(8).

           01 DEPOSITS-ADDED PIC 9(5) VALUE 0.
           01 CLEARED-COUNT PIC 9(5) VALUE 0.
           01 LATE-COUNT PIC 9(5) VALUE 0.
           01 SHORT-COUNT PIC 9(5) VALUE 0.
           01 MISSING-COUNT PIC 9(5) VALUE 0.
           01 AWAITING-COUNT PIC 9(5) VALUE 0.
           01 SHORT-TOTAL PIC 9(9)V99 VALUE 0.
           01 OPEN-TOTAL PIC 9(9)V99 VALUE 0.
           01 SHORTFALL PIC 9(9)V99.

           01 REPORT-TEXT PIC X(80).
           01 STATUS-TEXT PIC X(8).
           01 AMOUNT-ED PIC Z(8)9.99.
           01 BANKED-ED PIC Z(8)9.99.
           01 TOTAL-ED PIC Z(8)9.99.
           01 AGE-ED PIC ZZ9.
           01 COUNT-ED PIC ZZZZ9.
           01 BANK-DATE-TEXT PIC X(8).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).
           01 ALERTS-RAISED PIC 9(5) VALUE 0.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Store Deposit Reconciliation ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS
               PERFORM LOAD_PARAMETERS

               PERFORM LOAD_OPEN_ITEMS
               PERFORM ADD_TODAYS_DEPOSITS
               IF TABLE-HAS-OVERFLOWED
                   DISPLAY "Open-item table full - DEPOPEN left "
                       "untouched."
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "DEPRECON" TO ALERT-SOURCE
                   MOVE "Deposit recon open items exceed table - "
                       TO ALERT-MESSAGE
                   MOVE "not run" TO ALERT-MESSAGE(42:)
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM LOAD_BANK_CREDITS
               PERFORM LOAD_PREVIOUS_MATCHES

               PERFORM MATCH_EXACT_CREDIT
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT
               PERFORM MATCH_SHORT_CREDIT
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT
               PERFORM AGE_OPEN_ITEM
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT

               PERFORM WRITE_MATCHES
               PERFORM REWRITE_OPEN_ITEMS
               PERFORM WRITE_REPORT

               DISPLAY "New deposits:      " DEPOSITS-ADDED
               DISPLAY "Cleared:           " CLEARED-COUNT
               DISPLAY "  of which late:   " LATE-COUNT
               DISPLAY "Short:             " SHORT-COUNT
               DISPLAY "Missing:           " MISSING-COUNT
               DISPLAY "Awaiting bank:     " AWAITING-COUNT
               IF ALERTS-RAISED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE OT-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Store Deposit Reconciliation "
                   "Complete ----"
               GOBACK.

           LOAD_PARAMETERS SECTION.
               MOVE RUN-DATE TO PARM-ASOF
               MOVE "DEPLATEDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND
                   MOVE PARM-VALUE TO LATE-DAYS
               END-IF
               MOVE "DEPMISSDAYS" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO MISSING-DAYS
               END-IF.

           LOAD_OPEN_ITEMS SECTION.
               OPEN INPUT DepositOpenFile
               IF NOT OPEN-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_OPEN_ITEM
                   UNTIL OPEN-EOF = "Y"
               CLOSE DepositOpenFile.

           READ_ONE_OPEN_ITEM SECTION.
               READ DepositOpenFile
                   AT END
                       MOVE "Y" TO OPEN-EOF
                       EXIT SECTION
               END-READ
               IF OT-COUNT NOT < 500
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO OT-COUNT
               MOVE DO-STORE TO OT-STORE(OT-COUNT)
               MOVE DO-DEP-DATE TO OT-DEP-DATE(OT-COUNT)
               MOVE DO-AMOUNT TO OT-AMOUNT(OT-COUNT)
               MOVE DO-REFERENCE TO OT-REFERENCE(OT-COUNT)
               MOVE DO-ACCOUNT TO OT-ACCOUNT(OT-COUNT)
               MOVE DO-ALERTED TO OT-ALERTED(OT-COUNT)
               MOVE "O" TO OT-STATUS(OT-COUNT)
               MOVE 0 TO OT-CREDIT(OT-COUNT)
               MOVE 0 TO OT-AGE(OT-COUNT)
               IF OT-ACCOUNT(OT-COUNT) = SPACES
                   PERFORM RESOLVE_STORE_ACCOUNT
               END-IF.

           ADD_TODAYS_DEPOSITS SECTION.
               OPEN INPUT BankDepositFile
               IF NOT BANK-FILE-OK
                   DISPLAY "No banking recorded."
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_DEPOSIT
                   UNTIL BANK-EOF = "Y"
               CLOSE BankDepositFile.

           READ_ONE_DEPOSIT SECTION.
               READ BankDepositFile
                   AT END
                       MOVE "Y" TO BANK-EOF
                       EXIT SECTION
               END-READ
               IF BD-DATE NOT = RUN-DATE
                   EXIT SECTION
               END-IF
               IF OT-COUNT NOT < 500
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO OT-COUNT
               ADD 1 TO DEPOSITS-ADDED
               IF BD-STORE = SPACES
                   MOVE DEFAULT-STORE TO OT-STORE(OT-COUNT)
               ELSE
                   MOVE BD-STORE TO OT-STORE(OT-COUNT)
               END-IF
               MOVE BD-DATE TO OT-DEP-DATE(OT-COUNT)
               MOVE BD-AMOUNT TO OT-AMOUNT(OT-COUNT)
               MOVE BD-REFERENCE TO OT-REFERENCE(OT-COUNT)
               MOVE SPACES TO OT-ACCOUNT(OT-COUNT)
               MOVE "N" TO OT-ALERTED(OT-COUNT)
               MOVE "O" TO OT-STATUS(OT-COUNT)
               MOVE 0 TO OT-CREDIT(OT-COUNT)
               MOVE 0 TO OT-AGE(OT-COUNT)
               PERFORM RESOLVE_STORE_ACCOUNT.

           RESOLVE_STORE_ACCOUNT SECTION.
               INITIALIZE PARM-ID
               STRING "STOREACCT" OT-STORE(OT-COUNT)
                   DELIMITED BY SIZE INTO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO STORE-ACCOUNT-NUM
                   MOVE STORE-ACCOUNT-NUM TO OT-ACCOUNT(OT-COUNT)
               ELSE
                   DISPLAY "No bank account set up for store "
                       OT-STORE(OT-COUNT) " (" PARM-ID ")"
               END-IF.

           LOAD_BANK_CREDITS SECTION.
               MOVE RUN-DATE TO EARLIEST-DATE
               PERFORM NOTE_ITEM_ACCOUNT
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT
               IF AC-COUNT = 0
                   EXIT SECTION
               END-IF
               OPEN INPUT TransHistoryFile
               IF NOT HIST-FILE-OK
                   DISPLAY "No transaction history on file - "
                       "nothing can be cleared."
                   EXIT SECTION
               END-IF
               PERFORM SCAN_ACCOUNT_CREDITS
                   VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > AC-COUNT
               CLOSE TransHistoryFile.

           NOTE_ITEM_ACCOUNT SECTION.
               IF OT-ACCOUNT(OT-INDEX) = SPACES
                   EXIT SECTION
               END-IF
               IF OT-DEP-DATE(OT-INDEX) < EARLIEST-DATE
                   MOVE OT-DEP-DATE(OT-INDEX) TO EARLIEST-DATE
               END-IF
               MOVE OT-ACCOUNT(OT-INDEX) TO SCAN-ACCOUNT
               MOVE "N" TO AC-FOUND
               PERFORM CHECK_ONE_ACCOUNT
                   VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > AC-COUNT OR AC-IS-FOUND
               IF NOT AC-IS-FOUND AND AC-COUNT < 100
                   ADD 1 TO AC-COUNT
                   MOVE SCAN-ACCOUNT TO AC-ACCOUNT(AC-COUNT)
               END-IF.

           CHECK_ONE_ACCOUNT SECTION.
               IF AC-ACCOUNT(AC-INDEX) = SCAN-ACCOUNT
                   MOVE "Y" TO AC-FOUND
               END-IF.

           SCAN_ACCOUNT_CREDITS SECTION.
               MOVE AC-ACCOUNT(AC-INDEX) TO SCAN-ACCOUNT
               MOVE "N" TO HIST-EOF
               MOVE SCAN-ACCOUNT TO TH-ACCOUNT
               MOVE EARLIEST-DATE TO TH-DATE
               MOVE 0 TO TH-TIME
               MOVE 0 TO TH-SEQ
               START TransHistoryFile KEY IS NOT LESS THAN TH-KEY
                   INVALID KEY
                       MOVE "Y" TO HIST-EOF
               END-START
               PERFORM READ_ONE_CREDIT
                   UNTIL HIST-EOF = "Y".

           READ_ONE_CREDIT SECTION.
               READ TransHistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO HIST-EOF
                       EXIT SECTION
               END-READ
               IF TH-ACCOUNT NOT = SCAN-ACCOUNT
                   OR TH-DATE > RUN-DATE
                   MOVE "Y" TO HIST-EOF
                   EXIT SECTION
               END-IF
               IF TH-TYPE NOT = "DEPOSIT" OR TH-AMOUNT NOT > 0
                   EXIT SECTION
               END-IF
               IF CR-COUNT NOT < 2000
                   MOVE "Y" TO HIST-EOF
                   EXIT SECTION
               END-IF
               ADD 1 TO CR-COUNT
               MOVE TH-ACCOUNT TO CR-ACCOUNT(CR-COUNT)
               MOVE TH-DATE TO CR-DATE(CR-COUNT)
               MOVE TH-TIME TO CR-TIME(CR-COUNT)
               MOVE TH-SEQ TO CR-SEQ(CR-COUNT)
               MOVE TH-AMOUNT TO CR-AMOUNT(CR-COUNT)
               MOVE "N" TO CR-USED(CR-COUNT).

           LOAD_PREVIOUS_MATCHES SECTION.
               IF CR-COUNT = 0
                   EXIT SECTION
               END-IF
               OPEN INPUT DepositMatchFile
               IF NOT MATCH-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_MATCH
                   UNTIL MATCH-EOF = "Y"
               CLOSE DepositMatchFile.

           READ_ONE_MATCH SECTION.
               READ DepositMatchFile
                   AT END
                       MOVE "Y" TO MATCH-EOF
                       EXIT SECTION
               END-READ
               IF DM-BANK-DATE < EARLIEST-DATE
                   EXIT SECTION
               END-IF
               PERFORM MARK_ONE_USED_CREDIT
                   VARYING CR-INDEX FROM 1 BY 1
                   UNTIL CR-INDEX > CR-COUNT.

           MARK_ONE_USED_CREDIT SECTION.
               IF CR-ACCOUNT(CR-INDEX) = DM-ACCOUNT
                   AND CR-DATE(CR-INDEX) = DM-BANK-DATE
                   AND CR-TIME(CR-INDEX) = DM-BANK-TIME
                   AND CR-SEQ(CR-INDEX) = DM-BANK-SEQ
                   MOVE "Y" TO CR-USED(CR-INDEX)
               END-IF.

           MATCH_EXACT_CREDIT SECTION.
               IF NOT OT-IS-OPEN(OT-INDEX)
                   OR OT-ACCOUNT(OT-INDEX) = SPACES
                   EXIT SECTION
               END-IF
               MOVE 0 TO CR-MATCH
               PERFORM CHECK_EXACT_CREDIT
                   VARYING CR-INDEX FROM 1 BY 1
                   UNTIL CR-INDEX > CR-COUNT OR CR-MATCH > 0
               IF CR-MATCH = 0
                   EXIT SECTION
               END-IF
               MOVE "Y" TO CR-USED(CR-MATCH)
               MOVE CR-MATCH TO OT-CREDIT(OT-INDEX)
               MOVE OT-DEP-DATE(OT-INDEX) TO COUNT-FROM
               MOVE CR-DATE(CR-MATCH) TO COUNT-TO
               PERFORM COUNT_BUSINESS_DAYS
               MOVE BUSINESS-DAYS TO OT-AGE(OT-INDEX)
               IF BUSINESS-DAYS > LATE-DAYS
                   MOVE "L" TO OT-STATUS(OT-INDEX)
                   ADD 1 TO LATE-COUNT
               ELSE
                   MOVE "C" TO OT-STATUS(OT-INDEX)
               END-IF
               ADD 1 TO CLEARED-COUNT.

           CHECK_EXACT_CREDIT SECTION.
               IF CR-USED(CR-INDEX) = "N"
                   AND CR-ACCOUNT(CR-INDEX) = OT-ACCOUNT(OT-INDEX)
                   AND CR-DATE(CR-INDEX) NOT < OT-DEP-DATE(OT-INDEX)
                   AND CR-AMOUNT(CR-INDEX) = OT-AMOUNT(OT-INDEX)
                   MOVE CR-INDEX TO CR-MATCH
               END-IF.

           MATCH_SHORT_CREDIT SECTION.
               IF NOT OT-IS-OPEN(OT-INDEX)
                   OR OT-ACCOUNT(OT-INDEX) = SPACES
                   EXIT SECTION
               END-IF
               MOVE 0 TO CR-MATCH
               PERFORM CHECK_SHORT_CREDIT
                   VARYING CR-INDEX FROM 1 BY 1
                   UNTIL CR-INDEX > CR-COUNT OR CR-MATCH > 0
               IF CR-MATCH = 0
                   EXIT SECTION
               END-IF
               MOVE "Y" TO CR-USED(CR-MATCH)
               MOVE CR-MATCH TO OT-CREDIT(OT-INDEX)
               MOVE "S" TO OT-STATUS(OT-INDEX)
               MOVE OT-DEP-DATE(OT-INDEX) TO COUNT-FROM
               MOVE CR-DATE(CR-MATCH) TO COUNT-TO
               PERFORM COUNT_BUSINESS_DAYS
               MOVE BUSINESS-DAYS TO OT-AGE(OT-INDEX)
               COMPUTE SHORTFALL =
                   OT-AMOUNT(OT-INDEX) - CR-AMOUNT(CR-MATCH)
               ADD SHORTFALL TO SHORT-TOTAL
               ADD 1 TO SHORT-COUNT

               MOVE SHORTFALL TO AMOUNT-ED
               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "DEPRECON" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "Deposit short " OT-STORE(OT-INDEX) " "
                   OT-DEP-DATE(OT-INDEX) " by " AMOUNT-ED
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE
               ADD 1 TO ALERTS-RAISED.

           CHECK_SHORT_CREDIT SECTION.
               IF CR-USED(CR-INDEX) = "N"
                   AND CR-ACCOUNT(CR-INDEX) = OT-ACCOUNT(OT-INDEX)
                   AND CR-DATE(CR-INDEX) NOT < OT-DEP-DATE(OT-INDEX)
                   AND CR-AMOUNT(CR-INDEX) < OT-AMOUNT(OT-INDEX)
                   MOVE CR-INDEX TO CR-MATCH
               END-IF.

           AGE_OPEN_ITEM SECTION.
               IF NOT OT-IS-OPEN(OT-INDEX)
                   EXIT SECTION
               END-IF
               MOVE OT-DEP-DATE(OT-INDEX) TO COUNT-FROM
               MOVE RUN-DATE TO COUNT-TO
               PERFORM COUNT_BUSINESS_DAYS
               MOVE BUSINESS-DAYS TO OT-AGE(OT-INDEX)
               ADD OT-AMOUNT(OT-INDEX) TO OPEN-TOTAL
               IF BUSINESS-DAYS < MISSING-DAYS
                   ADD 1 TO AWAITING-COUNT
                   EXIT SECTION
               END-IF
               ADD 1 TO MISSING-COUNT
               IF OT-ALERTED(OT-INDEX) = "Y"
                   EXIT SECTION
               END-IF

               MOVE "Y" TO OT-ALERTED(OT-INDEX)
               MOVE OT-AMOUNT(OT-INDEX) TO AMOUNT-ED
               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "DEPRECON" TO ALERT-SOURCE
               INITIALIZE ALERT-MESSAGE
               STRING "Deposit missing " OT-STORE(OT-INDEX) " "
                   OT-DEP-DATE(OT-INDEX) AMOUNT-ED
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                   ALERT-SOURCE, ALERT-MESSAGE
               ADD 1 TO ALERTS-RAISED.

           COUNT_BUSINESS_DAYS SECTION.
               MOVE 0 TO BUSINESS-DAYS
               COMPUTE SCAN-INT = FUNCTION INTEGER-OF-DATE(COUNT-FROM)
               COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(COUNT-TO)
               PERFORM COUNT_ONE_DAY
                   UNTIL SCAN-INT >= END-INT.

           COUNT_ONE_DAY SECTION.
               ADD 1 TO SCAN-INT
               COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER(SCAN-INT)
               MOVE SCAN-DATE TO NBD-CHECK
               CALL "NEXT-BUSINESS-DAY" USING NBD-CHECK
               IF NBD-CHECK = SCAN-DATE AND BUSINESS-DAYS < 999
                   ADD 1 TO BUSINESS-DAYS
               END-IF.

           WRITE_MATCHES SECTION.
               IF CLEARED-COUNT = 0 AND SHORT-COUNT = 0
                   EXIT SECTION
               END-IF
               OPEN EXTEND DepositMatchFile
               IF NOT MATCH-FILE-OK
                   OPEN OUTPUT DepositMatchFile
               END-IF
               PERFORM WRITE_ONE_MATCH
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT
               CLOSE DepositMatchFile.

           WRITE_ONE_MATCH SECTION.
               IF OT-IS-OPEN(OT-INDEX)
                   EXIT SECTION
               END-IF
               MOVE OT-CREDIT(OT-INDEX) TO CR-INDEX
               MOVE CR-ACCOUNT(CR-INDEX) TO DM-ACCOUNT
               MOVE CR-DATE(CR-INDEX) TO DM-BANK-DATE
               MOVE CR-TIME(CR-INDEX) TO DM-BANK-TIME
               MOVE CR-SEQ(CR-INDEX) TO DM-BANK-SEQ
               MOVE CR-AMOUNT(CR-INDEX) TO DM-AMOUNT
               MOVE OT-STORE(OT-INDEX) TO DM-STORE
               MOVE OT-DEP-DATE(OT-INDEX) TO DM-DEP-DATE
               MOVE OT-STATUS(OT-INDEX) TO DM-RESULT
               WRITE DepositMatchLine.

           REWRITE_OPEN_ITEMS SECTION.
               OPEN OUTPUT DepositOpenFile
               PERFORM WRITE_ONE_OPEN_ITEM
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT
               CLOSE DepositOpenFile.

           WRITE_ONE_OPEN_ITEM SECTION.
               IF NOT OT-IS-OPEN(OT-INDEX)
                   EXIT SECTION
               END-IF
               MOVE OT-STORE(OT-INDEX) TO DO-STORE
               MOVE OT-DEP-DATE(OT-INDEX) TO DO-DEP-DATE
               MOVE OT-AMOUNT(OT-INDEX) TO DO-AMOUNT
               MOVE OT-REFERENCE(OT-INDEX) TO DO-REFERENCE
               MOVE OT-ACCOUNT(OT-INDEX) TO DO-ACCOUNT
               MOVE OT-ALERTED(OT-INDEX) TO DO-ALERTED
               WRITE DepositOpenLine.

           WRITE_REPORT SECTION.
               OPEN OUTPUT DepositReportFile
               INITIALIZE REPORT-TEXT
               STRING "---- Store Deposit Reconciliation " RUN-DATE
                   " ----" DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               INITIALIZE REPORT-TEXT
               MOVE LATE-DAYS TO AGE-ED
               STRING "Late after " AGE-ED " business day(s), "
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE MISSING-DAYS TO AGE-ED
               STRING "missing after " AGE-ED " business day(s)"
                   DELIMITED BY SIZE INTO REPORT-TEXT(38:)
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               MOVE SPACES TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               MOVE "STR" TO DEPOSIT-REPORT-LINE
               MOVE "BANKED" TO DEPOSIT-REPORT-LINE(5:)
               MOVE "ACCOUNT" TO DEPOSIT-REPORT-LINE(14:)
               MOVE "REFERENCE" TO DEPOSIT-REPORT-LINE(21:)
               MOVE "EXPECTED" TO DEPOSIT-REPORT-LINE(36:)
               MOVE "CREDITED" TO DEPOSIT-REPORT-LINE(49:)
               MOVE "ON" TO DEPOSIT-REPORT-LINE(58:)
               MOVE "AGE" TO DEPOSIT-REPORT-LINE(67:)
               MOVE "STATUS" TO DEPOSIT-REPORT-LINE(71:)
               WRITE DEPOSIT-REPORT-LINE
               PERFORM WRITE_ITEM_LINE
                   VARYING OT-INDEX FROM 1 BY 1
                   UNTIL OT-INDEX > OT-COUNT

               MOVE SPACES TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               MOVE CLEARED-COUNT TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Cleared:        " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE LATE-COUNT TO COUNT-ED
               STRING "(late " COUNT-ED ")"
                   DELIMITED BY SIZE INTO REPORT-TEXT(24:)
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               MOVE SHORT-COUNT TO COUNT-ED
               MOVE SHORT-TOTAL TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Short:          " COUNT-ED
                   "  shortfall " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               MOVE MISSING-COUNT TO COUNT-ED
               INITIALIZE REPORT-TEXT
               STRING "Missing:        " COUNT-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               MOVE AWAITING-COUNT TO COUNT-ED
               MOVE OPEN-TOTAL TO TOTAL-ED
               INITIALIZE REPORT-TEXT
               STRING "Awaiting bank:  " COUNT-ED
                   "  open total " TOTAL-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
               CLOSE DepositReportFile.

           WRITE_ITEM_LINE SECTION.
               MOVE 0 TO BANKED-ED
               MOVE SPACES TO BANK-DATE-TEXT
               IF OT-CREDIT(OT-INDEX) > 0
                   MOVE OT-CREDIT(OT-INDEX) TO CR-INDEX
                   MOVE CR-AMOUNT(CR-INDEX) TO BANKED-ED
                   MOVE CR-DATE(CR-INDEX) TO BANK-DATE-TEXT
               END-IF
               EVALUATE TRUE
                   WHEN OT-IS-CLEARED(OT-INDEX)
                       MOVE "CLEARED" TO STATUS-TEXT
                   WHEN OT-IS-LATE(OT-INDEX)
                       MOVE "LATE" TO STATUS-TEXT
                   WHEN OT-IS-SHORT(OT-INDEX)
                       MOVE "SHORT" TO STATUS-TEXT
                   WHEN OT-ACCOUNT(OT-INDEX) = SPACES
                       MOVE "NO ACCT" TO STATUS-TEXT
                   WHEN OT-AGE(OT-INDEX) NOT < MISSING-DAYS
                       MOVE "MISSING" TO STATUS-TEXT
                   WHEN OTHER
                       MOVE "OPEN" TO STATUS-TEXT
               END-EVALUATE
               MOVE OT-AMOUNT(OT-INDEX) TO AMOUNT-ED
               MOVE OT-AGE(OT-INDEX) TO AGE-ED
               INITIALIZE REPORT-TEXT
               STRING OT-STORE(OT-INDEX) " "
                   OT-DEP-DATE(OT-INDEX) " "
                   OT-ACCOUNT(OT-INDEX) " "
                   OT-REFERENCE(OT-INDEX) " "
                   AMOUNT-ED " " BANKED-ED " "
                   BANK-DATE-TEXT " " AGE-ED " "
                   STATUS-TEXT
                   DELIMITED BY SIZE INTO REPORT-TEXT
               MOVE REPORT-TEXT TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE.
