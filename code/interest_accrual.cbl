                      SELECT TransactionLogFile ASSIGN TO "TRANSLOG"
                          ORGANIZATION IS LINE SEQUENTIAL.

                      SELECT OverdraftAccrualFile ASSIGN TO "ODACCRUE"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS OD-ACCT-NUMBER
                          FILE STATUS IS OD-FILE-STATUS.

                      SELECT ProductFile ASSIGN TO "PRODMAST"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS PR-CODE
                          FILE STATUS IS PROD-FILE-STATUS.

                      SELECT PeriodControlFile ASSIGN TO "PERIODCTL"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS PC-PERIOD
                          FILE STATUS IS PERIOD-FILE-STATUS.

                      SELECT GlBalanceFile ASSIGN TO "GLBAL"
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS GLB-CODE
                          FILE STATUS IS GLBAL-FILE-STATUS.

                      SELECT GlJournalFile ASSIGN TO "GLJRNL"
                          ORGANIZATION IS LINE SEQUENTIAL.

                  DATA DIVISION.
                  FILE SECTION.
                  FD AccountMasterFile.
                  FD TransactionLogFile.
                  01 TRANS-LOG-LINE PIC X(80).

                  FD OverdraftAccrualFile.
                  COPY ODACCRUE.

                  FD ProductFile.
                  COPY PRODMAST.

                  FD PeriodControlFile.
                  01 PERIOD-CONTROL-RECORD.
                      02 PC-PERIOD      PIC 9(6).
                      02 PC-STATUS      PIC X(1).
                          88 PC-IS-OPEN   VALUE "O".
                          88 PC-IS-CLOSED VALUE "C".
                      02 PC-CLOSED-DATE PIC 9(8).

                  FD GlBalanceFile.
                  01 GL-BALANCE-RECORD.
                      02 GLB-CODE    PIC X(4).
                      02 GLB-BALANCE PIC S9(11)V99.

                  FD GlJournalFile.
                  01 GlJournalLine.
                      02 GJ-DATE   PIC 9(8).
                      02 GJ-SEQ    PIC 9(3).
                      02 GJ-CODE   PIC X(4).
                      02 GJ-SIDE   PIC X(1).
                      02 GJ-AMOUNT PIC 9(9)V99.
                      02 GJ-DESC   PIC X(30).

                  WORKING-STORAGE SECTION.
                  01 AJ-FILE-ID PIC X(8).
                  01 AJ-IMAGE PIC X(80).
                  01 ACCT-FILE-STATUS    PIC XX.
                      88 ACCT-FILE-OK        VALUE "00".
                      88 ACCT-FILE-EOF       VALUE "10".
                  01 OD-FILE-STATUS      PIC XX.
                      88 OD-FILE-OK          VALUE "00".
                      88 OD-FILE-MISSING     VALUE "35".
                  01 PROD-FILE-STATUS    PIC XX.
                      88 PROD-FILE-OK        VALUE "00".
                  01 PERIOD-FILE-STATUS  PIC XX.
                      88 PERIOD-FILE-OK      VALUE "00".
                  01 GLBAL-FILE-STATUS   PIC XX.
                      88 GLBAL-FILE-MISSING  VALUE "35".
                  01 PRODUCTS-AVAILABLE  PIC X(1).
                      88 PRODUCTS-ARE-AVAILABLE VALUE "Y".

                  01 TRANS-LOG-RECORD.
                      02 TL-DATE      PIC 9(8).
                      02 RATE-SAVINGS  PIC 9V9999 VALUE 0.0150.
                      02 RATE-CHECKING PIC 9V9999 VALUE 0.0025.

                  01 OVERDRAFT-RATE-TABLE.
                      02 RATE-OD-ARRANGED PIC 9V9(6) VALUE 0.000300.
                      02 RATE-OD-EXCESS   PIC 9V9(6) VALUE 0.000600.

                  01 ACCOUNT-RATE PIC 9V9999.
                  01 TIER-INDEX PIC 9.

                  01 INTEREST-AMOUNT PIC S9(7)V99.
                  01 ACCOUNTS-POSTED PIC 9(5) VALUE 0.

                  01 OD-FOUND PIC X(1).
                      88 OD-IS-FOUND VALUE "Y".
                  01 OD-OVERDRAWN-AMOUNT PIC 9(7)V99.
                  01 OD-INSIDE-AMOUNT PIC 9(7)V99.
                  01 OD-EXCESS-AMOUNT PIC 9(7)V99.
                  01 OD-CHARGE-AMOUNT PIC S9(7)V99.
                  01 OD-ACCOUNTS-ACCRUED PIC 9(5) VALUE 0.
                  01 OD-ACCOUNTS-CHARGED PIC 9(5) VALUE 0.
                  01 RUN-PERIOD PIC 9(6).
                  01 NEXT-PERIOD PIC 9(6).
                  01 NEXT-DAY-INT PIC 9(8).
                  01 MONTH-END-RUN PIC X(1) VALUE "N".
                      88 IS-MONTH-END-RUN VALUE "Y".

                  01 RUN-DATE PIC 9(8).
                  01 BUSINESS-DATE-STATUS PIC X(1).
                  01 NBD-CHECK PIC 9(8).
                  01 PARM-FOUND PIC X(1).
                      88 PARM-IS-FOUND VALUE "Y".

                  01 WHT-GROSS  PIC 9(7)V99.
                  01 WHT-RATE   PIC 9(2)V99.
                  01 WHT-BASIS  PIC X(1).
                  01 WHT-TAX    PIC 9(7)V99.
                  01 WHT-SOURCE PIC X(1) VALUE "I".
                  01 WHT-TOTAL  PIC 9(9)V99 VALUE 0.

                  01 INTEREST-TOTAL PIC 9(9)V99 VALUE 0.
                  01 OD-CHARGED-TOTAL PIC 9(9)V99 VALUE 0.
                  01 CLOSING-YEAR PIC 9(4).
                  01 JOURNAL-SEQ PIC 9(3) VALUE 0.
                  01 GL-CODE-OUT PIC X(4).
                  01 GL-SIDE-OUT PIC X(1).
                  01 GL-AMOUNT-OUT PIC 9(9)V99.
                  01 GL-DESC-OUT PIC X(30).

                  01 STEP-RECORDS PIC 9(7).
                  01 STEP-TOTAL PIC 9(13)V99.
                  01 KEY-PARTITION PIC 9(3).

                  LINKAGE SECTION.
                  01 IA-PART-NO PIC 9.
                  01 IA-PART-COUNT PIC 9.
                  01 IA-RUN-MODE PIC X(1).
                      88 IA-IS-YEAR-END VALUE "Y".

                  PROCEDURE DIVISION USING IA-PART-NO,
                      IA-PART-COUNT, IA-RUN-MODE.
                  MAIN SECTION.
                      DISPLAY "---- Nightly Interest Accrual ----"
                      IF IA-PART-COUNT > 1

                      CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                          BUSINESS-DATE-STATUS
                      IF IA-IS-YEAR-END
                          PERFORM SET_YEAR_END_RUN
                          IF ACCRUAL-DAYS = 0
                              DISPLAY "Year ended on a business "
                                  "day - no interest left to "
                                  "capitalise."
                              MOVE 0 TO STEP-RECORDS
                              MOVE 0 TO STEP-TOTAL
                              CALL "WRITE-STEPTOTAL" USING
                                  STEP-RECORDS, STEP-TOTAL
                              MOVE 0 TO RETURN-CODE
                              GOBACK
                          END-IF
                          PERFORM CHECK_YEAR_END_PERIOD
                          IF PC-IS-CLOSED
                              DISPLAY "Period " PC-PERIOD
                                  " already closed - final "
                                  "capitalisation refused."
                              MOVE 8 TO RETURN-CODE
                              GOBACK
                          END-IF
                      ELSE
                          MOVE RUN-DATE TO NBD-CHECK
                          CALL "NEXT-BUSINESS-DAY" USING NBD-CHECK
                          IF NBD-CHECK NOT = RUN-DATE
                              DISPLAY "Not a business day - "
                                  "interest will post with the "
                                  "next business day's day count."
                              MOVE 0 TO RETURN-CODE
                              GOBACK
                          END-IF
                          PERFORM COUNT_ACCRUAL_DAYS
                      END-IF
                      DISPLAY "Accrual day count: " ACCRUAL-DAYS

                      PERFORM LOAD_RATE_PARAMETERS
                      PERFORM CHECK_MONTH_END
                      IF IS-MONTH-END-RUN
                          DISPLAY "Month-end run - overdraft interest "
                              "will be charged."
                      END-IF

                      OPEN I-O AccountMasterFile
                      IF NOT ACCT-FILE-OK
                          GOBACK
                      END-IF
                      OPEN EXTEND TransactionLogFile
                      OPEN I-O OverdraftAccrualFile
                      IF OD-FILE-MISSING
                          OPEN OUTPUT OverdraftAccrualFile
                          CLOSE OverdraftAccrualFile
                          OPEN I-O OverdraftAccrualFile
                      END-IF
                      OPEN INPUT ProductFile
                      IF PROD-FILE-OK
                          MOVE "Y" TO PRODUCTS-AVAILABLE
                      ELSE
                          MOVE "N" TO PRODUCTS-AVAILABLE
                      END-IF

                      MOVE LOW-VALUES TO ACCT-NUMBER
                      START AccountMasterFile KEY IS NOT LESS THAN

                      CLOSE AccountMasterFile
                      CLOSE TransactionLogFile
                      CLOSE OverdraftAccrualFile
                      IF PRODUCTS-ARE-AVAILABLE
                          CLOSE ProductFile
                      END-IF

                      DISPLAY "Accounts posted: " ACCOUNTS-POSTED
                      DISPLAY "Overdrawn accounts accrued: "
                          OD-ACCOUNTS-ACCRUED
                      DISPLAY "Overdraft interest charged: "
                          OD-ACCOUNTS-CHARGED
                      DISPLAY "Tax withheld on interest: " WHT-TOTAL
                      MOVE ACCOUNTS-POSTED TO STEP-RECORDS
                      IF IA-IS-YEAR-END
                          PERFORM POST_YEAR_END_GL
                          MOVE INTEREST-TOTAL TO STEP-TOTAL
                          CALL "WRITE-STEPTOTAL" USING
                              STEP-RECORDS, STEP-TOTAL
                      ELSE
                          CALL "WRITE-STEPCOUNT" USING
                              STEP-RECORDS
                      END-IF
                      DISPLAY "---- Interest Accrual Complete ----"
                      MOVE 0 TO RETURN-CODE
                      GOBACK.
                          CALL "NEXT-BUSINESS-DAY" USING
                              NBD-CHECK
                          IF NBD-CHECK = BACK-DATE
                              OR BACK-DATE(1:4) NOT = RUN-DATE(1:4)
                              MOVE "Y" TO BACK-DONE
                          ELSE
                              ADD 1 TO ACCRUAL-DAYS
                          END-IF
                      END-PERFORM.

                  SET_YEAR_END_RUN SECTION.
                      MOVE RUN-DATE(1:4) TO CLOSING-YEAR
                      SUBTRACT 1 FROM CLOSING-YEAR
                      COMPUTE RUN-DATE = CLOSING-YEAR * 10000 + 1231
                      DISPLAY "Final capitalisation for " CLOSING-YEAR
                      MOVE RUN-DATE TO NBD-CHECK
                      CALL "NEXT-BUSINESS-DAY" USING NBD-CHECK
                      IF NBD-CHECK = RUN-DATE
                          MOVE 0 TO ACCRUAL-DAYS
                      ELSE
                          PERFORM COUNT_ACCRUAL_DAYS
                      END-IF.

                  CHECK_YEAR_END_PERIOD SECTION.
                      MOVE RUN-DATE(1:6) TO PC-PERIOD
                      MOVE "O" TO PC-STATUS
                      OPEN INPUT PeriodControlFile
                      IF NOT PERIOD-FILE-OK
                          EXIT SECTION
                      END-IF
                      READ PeriodControlFile
                          INVALID KEY
                              MOVE "O" TO PC-STATUS
                      END-READ
                      CLOSE PeriodControlFile.

                  POST_YEAR_END_GL SECTION.
                      OPEN EXTEND GlJournalFile
                      OPEN I-O GlBalanceFile
                      IF GLBAL-FILE-MISSING
                          OPEN OUTPUT GlBalanceFile
                          CLOSE GlBalanceFile
                          OPEN I-O GlBalanceFile
                      END-IF
                      IF INTEREST-TOTAL > 0
                          MOVE INTEREST-TOTAL TO GL-AMOUNT-OUT
                          MOVE "5000" TO GL-CODE-OUT
                          MOVE "D" TO GL-SIDE-OUT
                          MOVE "interest expense" TO GL-DESC-OUT
                          PERFORM WRITE_GL_LINE
                          MOVE "2000" TO GL-CODE-OUT
                          MOVE "C" TO GL-SIDE-OUT
                          MOVE "interest credited" TO GL-DESC-OUT
                          PERFORM WRITE_GL_LINE
                      END-IF
                      IF WHT-TOTAL > 0
                          MOVE WHT-TOTAL TO GL-AMOUNT-OUT
                          MOVE "2000" TO GL-CODE-OUT
                          MOVE "D" TO GL-SIDE-OUT
                          MOVE "tax withheld on interest" TO
                              GL-DESC-OUT
                          PERFORM WRITE_GL_LINE
                          MOVE "2540" TO GL-CODE-OUT
                          MOVE "C" TO GL-SIDE-OUT
                          MOVE "withholding tax payable" TO
                              GL-DESC-OUT
                          PERFORM WRITE_GL_LINE
                      END-IF
                      IF OD-CHARGED-TOTAL > 0
                          MOVE OD-CHARGED-TOTAL TO GL-AMOUNT-OUT
                          MOVE "2000" TO GL-CODE-OUT
                          MOVE "D" TO GL-SIDE-OUT
                          MOVE "overdraft interest charged" TO
                              GL-DESC-OUT
                          PERFORM WRITE_GL_LINE
                          MOVE "4200" TO GL-CODE-OUT
                          MOVE "C" TO GL-SIDE-OUT
                          MOVE "interest income" TO GL-DESC-OUT
                          PERFORM WRITE_GL_LINE
                      END-IF
                      CLOSE GlJournalFile
                      CLOSE GlBalanceFile
                      DISPLAY "GL lines posted for " RUN-DATE ": "
                          JOURNAL-SEQ.

                  WRITE_GL_LINE SECTION.
                      ADD 1 TO JOURNAL-SEQ
                      MOVE RUN-DATE TO GJ-DATE
                      MOVE JOURNAL-SEQ TO GJ-SEQ
                      MOVE GL-CODE-OUT TO GJ-CODE
                      MOVE GL-SIDE-OUT TO GJ-SIDE
                      MOVE GL-AMOUNT-OUT TO GJ-AMOUNT
                      MOVE GL-DESC-OUT TO GJ-DESC
                      WRITE GlJournalLine

                      MOVE GL-CODE-OUT TO GLB-CODE
                      READ GlBalanceFile
                          INVALID KEY
                              MOVE GL-CODE-OUT TO GLB-CODE
                              MOVE 0 TO GLB-BALANCE
                              WRITE GL-BALANCE-RECORD
                      END-READ
                      IF GL-SIDE-OUT = "D"
                          ADD GL-AMOUNT-OUT TO GLB-BALANCE
                      ELSE
                          SUBTRACT GL-AMOUNT-OUT FROM GLB-BALANCE
                      END-IF
                      REWRITE GL-BALANCE-RECORD.

                  LOAD_RATE_PARAMETERS SECTION.
                      ACCEPT PARM-ASOF FROM DATE YYYYMMDD
                      MOVE "RATESAVINGS" TO PARM-ID
                          PARM-ASOF, PARM-VALUE, PARM-FOUND
                      IF PARM-IS-FOUND
                          MOVE PARM-VALUE TO RATE-CHECKING
                      END-IF
                      MOVE "RATEODARR" TO PARM-ID
                      CALL "GET-PARAMETER" USING PARM-ID,
                          PARM-ASOF, PARM-VALUE, PARM-FOUND
                      IF PARM-IS-FOUND
                          MOVE PARM-VALUE TO RATE-OD-ARRANGED
                      END-IF
                      MOVE "RATEODEXCESS" TO PARM-ID
                      CALL "GET-PARAMETER" USING PARM-ID,
                          PARM-ASOF, PARM-VALUE, PARM-FOUND
                      IF PARM-IS-FOUND
                          MOVE PARM-VALUE TO RATE-OD-EXCESS
                      END-IF.

                  CHECK_MONTH_END SECTION.
                      MOVE RUN-DATE(1:6) TO RUN-PERIOD
                      COMPUTE NEXT-DAY-INT = FUNCTION
                          INTEGER-OF-DATE(RUN-DATE) + 1
                      COMPUTE NBD-CHECK = FUNCTION
                          DATE-OF-INTEGER(NEXT-DAY-INT)
                      CALL "NEXT-BUSINESS-DAY" USING NBD-CHECK
                      MOVE NBD-CHECK(1:6) TO NEXT-PERIOD
                      IF NEXT-PERIOD NOT = RUN-PERIOD
                          MOVE "Y" TO MONTH-END-RUN
                      ELSE
                          MOVE "N" TO MONTH-END-RUN
                      END-IF.

                  POST_INTEREST SECTION.
                                  AND IA-PART-COUNT > 1
                                  CONTINUE
                              ELSE
                              PERFORM SELECT_ACCOUNT_RATE
                              COMPUTE INTEREST-AMOUNT ROUNDED =
                                  ACCT-BALANCE * ACCOUNT-RATE
                                  * ACCRUAL-DAYS

                              IF INTEREST-AMOUNT > 0
                                  ADD INTEREST-AMOUNT TO ACCT-BALANCE
                                  ADD INTEREST-AMOUNT TO INTEREST-TOTAL
                                  PERFORM LOG_INTEREST
                                  PERFORM WITHHOLD_INTEREST_TAX
                                  REWRITE ACCOUNT-RECORD
                                  MOVE "ACCTMAST" TO AJ-FILE-ID
                                  MOVE ACCOUNT-RECORD TO AJ-IMAGE
                                  CALL "WRITE-AFTER-IMAGE" USING
                                      AJ-FILE-ID, AJ-IMAGE
                                  ADD 1 TO ACCOUNTS-POSTED
                              END-IF
                              PERFORM ACCRUE_DEBIT_INTEREST
                              END-IF
                      END-READ.

                  SELECT_ACCOUNT_RATE SECTION.
                      IF ACCT-IS-SAVINGS
                          MOVE RATE-SAVINGS TO ACCOUNT-RATE
                      ELSE
                          MOVE RATE-CHECKING TO ACCOUNT-RATE
                      END-IF
                      IF ACCT-PRODUCT = SPACES
                          OR NOT PRODUCTS-ARE-AVAILABLE
                          EXIT SECTION
                      END-IF
                      MOVE ACCT-PRODUCT TO PR-CODE
                      READ ProductFile
                          INVALID KEY
                              EXIT SECTION
                      END-READ
                      MOVE PR-TIER-RATE(1) TO ACCOUNT-RATE
                      PERFORM PICK_RATE_TIER
                          VARYING TIER-INDEX FROM 2 BY 1
                          UNTIL TIER-INDEX > 3.

                  PICK_RATE_TIER SECTION.
                      IF PR-TIER-FLOOR(TIER-INDEX) > 0
                          AND ACCT-BALANCE >= PR-TIER-FLOOR(TIER-INDEX)
                          MOVE PR-TIER-RATE(TIER-INDEX) TO ACCOUNT-RATE
                      END-IF.

                  CHECK_PARTITION SECTION.
                      IF IA-PART-COUNT NOT > 1
                          MOVE IA-PART-NO TO KEY-PARTITION
                          MOVE IA-PART-COUNT TO KEY-PARTITION
                      END-IF.

                  ACCRUE_DEBIT_INTEREST SECTION.
                      MOVE ACCT-NUMBER TO OD-ACCT-NUMBER
                      MOVE "Y" TO OD-FOUND
                      READ OverdraftAccrualFile
                          INVALID KEY
                              MOVE "N" TO OD-FOUND
                      END-READ

                      IF OD-IS-FOUND AND OD-PERIOD < RUN-PERIOD
                          IF OD-DAYS-OVERDRAWN > 0
                              PERFORM CHARGE_DEBIT_INTEREST
                          ELSE
                              MOVE RUN-PERIOD TO OD-PERIOD
                              REWRITE OD-ACCRUAL-RECORD
                          END-IF
                      END-IF

                      IF ACCT-BALANCE < 0
                          IF NOT OD-IS-FOUND
                              INITIALIZE OD-ACCRUAL-RECORD
                              MOVE ACCT-NUMBER TO OD-ACCT-NUMBER
                              MOVE RUN-PERIOD TO OD-PERIOD
                          END-IF
                          COMPUTE OD-OVERDRAWN-AMOUNT =
                              ACCT-BALANCE * -1
                          IF OD-OVERDRAWN-AMOUNT > ACCT-OVERDRAFT-LIMIT
                              MOVE ACCT-OVERDRAFT-LIMIT TO
                                  OD-INSIDE-AMOUNT
                              COMPUTE OD-EXCESS-AMOUNT =
                                  OD-OVERDRAWN-AMOUNT
                                  - ACCT-OVERDRAFT-LIMIT
                          ELSE
                              MOVE OD-OVERDRAWN-AMOUNT TO
                                  OD-INSIDE-AMOUNT
                              MOVE 0 TO OD-EXCESS-AMOUNT
                          END-IF
                          COMPUTE OD-ACCRUED-ARRANGED ROUNDED =
                              OD-ACCRUED-ARRANGED
                              + OD-INSIDE-AMOUNT * RATE-OD-ARRANGED
                              * ACCRUAL-DAYS
                          COMPUTE OD-ACCRUED-EXCESS ROUNDED =
                              OD-ACCRUED-EXCESS
                              + OD-EXCESS-AMOUNT * RATE-OD-EXCESS
                              * ACCRUAL-DAYS
                          ADD ACCRUAL-DAYS TO OD-DAYS-OVERDRAWN
                          IF ACCT-BALANCE < OD-PEAK-BALANCE
                              MOVE ACCT-BALANCE TO OD-PEAK-BALANCE
                          END-IF
                          IF OD-IS-FOUND
                              REWRITE OD-ACCRUAL-RECORD
                          ELSE
                              WRITE OD-ACCRUAL-RECORD
                              MOVE "Y" TO OD-FOUND
                          END-IF
                          ADD 1 TO OD-ACCOUNTS-ACCRUED
                      END-IF

                      IF IS-MONTH-END-RUN AND OD-IS-FOUND
                          AND OD-DAYS-OVERDRAWN > 0
                          PERFORM CHARGE_DEBIT_INTEREST
                      END-IF.

                  CHARGE_DEBIT_INTEREST SECTION.
                      COMPUTE OD-CHARGE-AMOUNT ROUNDED =
                          OD-ACCRUED-ARRANGED + OD-ACCRUED-EXCESS
                      MOVE OD-PERIOD TO OD-LAST-PERIOD
                      MOVE OD-DAYS-OVERDRAWN TO OD-LAST-DAYS
                      MOVE OD-PEAK-BALANCE TO OD-LAST-PEAK
                      MOVE OD-CHARGE-AMOUNT TO OD-LAST-CHARGED
                      MOVE RUN-DATE TO OD-LAST-CHARGE-DATE
                      MOVE RUN-PERIOD TO OD-PERIOD
                      MOVE 0 TO OD-DAYS-OVERDRAWN
                      MOVE 0 TO OD-PEAK-BALANCE
                      MOVE 0 TO OD-ACCRUED-ARRANGED
                      MOVE 0 TO OD-ACCRUED-EXCESS
                      REWRITE OD-ACCRUAL-RECORD

                      IF OD-CHARGE-AMOUNT > 0
                          SUBTRACT OD-CHARGE-AMOUNT FROM ACCT-BALANCE
                          ADD OD-CHARGE-AMOUNT TO OD-CHARGED-TOTAL
                          REWRITE ACCOUNT-RECORD
                          MOVE "ACCTMAST" TO AJ-FILE-ID
                          MOVE ACCOUNT-RECORD TO AJ-IMAGE
                          CALL "WRITE-AFTER-IMAGE" USING
                              AJ-FILE-ID, AJ-IMAGE
                          PERFORM LOG_DEBIT_INTEREST
                          ADD 1 TO OD-ACCOUNTS-CHARGED
                      END-IF.

                  LOG_DEBIT_INTEREST SECTION.
                      MOVE RUN-DATE TO TL-DATE
                      ACCEPT TL-TIME FROM TIME
                      MOVE ACCT-NUMBER TO TL-ACCOUNT
                      MOVE "OVRD-INT" TO TL-TYPE
                      MOVE OD-CHARGE-AMOUNT TO TL-AMOUNT
                      MOVE ACCT-BALANCE TO TL-BALANCE
                      MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
                      WRITE TRANS-LOG-LINE
                      CALL "WRITE-TRANS-HIST" USING TL-DATE,
                          TL-TIME, TL-ACCOUNT, TL-TYPE,
                          TL-AMOUNT, TL-BALANCE.

                  LOG_INTEREST SECTION.
                      MOVE RUN-DATE TO TL-DATE
                      ACCEPT TL-TIME FROM TIME
                      CALL "WRITE-TRANS-HIST" USING TL-DATE,
                          TL-TIME, TL-ACCOUNT, TL-TYPE,
                          TL-AMOUNT, TL-BALANCE.

                  WITHHOLD_INTEREST_TAX SECTION.
                      MOVE INTEREST-AMOUNT TO WHT-GROSS
                      CALL "CALC-WITHHOLDING" USING ACCT-CUST-ID,
                          RUN-DATE, WHT-GROSS, WHT-RATE, WHT-BASIS,
                          WHT-TAX
                      CALL "WRITE-WHT-LEDGER" USING RUN-DATE,
                          ACCT-NUMBER, ACCT-CUST-ID, WHT-SOURCE,
                          WHT-BASIS, WHT-RATE, WHT-GROSS, WHT-TAX
                      IF WHT-TAX > 0
                          SUBTRACT WHT-TAX FROM ACCT-BALANCE
                          ADD WHT-TAX TO WHT-TOTAL
                          MOVE RUN-DATE TO TL-DATE
                          ACCEPT TL-TIME FROM TIME
                          MOVE ACCT-NUMBER TO TL-ACCOUNT
                          MOVE "WHT-TAX" TO TL-TYPE
                          MOVE WHT-TAX TO TL-AMOUNT
                          MOVE ACCT-BALANCE TO TL-BALANCE
                          MOVE TRANS-LOG-RECORD TO TRANS-LOG-LINE
                          WRITE TRANS-LOG-LINE
                          CALL "WRITE-TRANS-HIST" USING TL-DATE,
                              TL-TIME, TL-ACCOUNT, TL-TYPE,
                              TL-AMOUNT, TL-BALANCE
                      END-IF.
