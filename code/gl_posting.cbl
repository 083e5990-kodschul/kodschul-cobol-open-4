                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BANK-FILE-STATUS.

               SELECT LoanWriteOffFile ASSIGN TO "LOANWOFF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WOFF-FILE-STATUS.

               SELECT ClearingGlFile ASSIGN TO "CLRGGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CLRG-FILE-STATUS.

               SELECT PayablesGlFile ASSIGN TO "APGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APGL-FILE-STATUS.

               SELECT ScholarshipGlFile ASSIGN TO "SCHOLGL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCHGL-FILE-STATUS.

               SELECT WasteLogFile ASSIGN TO "WASTELOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WASTE-FILE-STATUS.

               SELECT ManualJournalFile ASSIGN TO "GLMANJE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MJ-ID
                   FILE STATUS IS MANJE-FILE-STATUS.

               SELECT RecurringJournalFile ASSIGN TO "GLRECUR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RJ-ID
                   FILE STATUS IS RECUR-FILE-STATUS.

               SELECT GlBalanceFile ASSIGN TO "GLBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               02 BD-DATE      PIC 9(8).
               02 BD-AMOUNT    PIC 9(9)V99.
               02 BD-REFERENCE PIC X(10).
               02 BD-STORE     PIC X(3).

           FD LoanWriteOffFile.
           01 LoanWriteOffLine.
               02 LW-DATE      PIC 9(8).
               02 LW-LOAN-ID   PIC X(6).
               02 LW-ACCT      PIC X(6).
               02 LW-TYPE      PIC X(4).
               02 LW-AMOUNT    PIC 9(7)V99.

           FD ClearingGlFile.
           01 ClearingGlLine.
               02 CG-DATE      PIC 9(8).
               02 CG-TYPE      PIC X(4).
               02 CG-REFERENCE PIC X(14).
               02 CG-AMOUNT    PIC 9(7)V99.

           FD PayablesGlFile.
           01 PayablesGlLine.
               02 AG-DATE      PIC 9(8).
               02 AG-TYPE      PIC X(4).
               02 AG-REFERENCE PIC X(14).
               02 AG-AMOUNT    PIC 9(9)V99.

           FD ScholarshipGlFile.
           01 ScholarshipGlLine.
               02 SG-DATE      PIC 9(8).
               02 SG-TYPE      PIC X(4).
               02 SG-REFERENCE PIC X(14).
               02 SG-AMOUNT    PIC 9(9)V99.

           FD WasteLogFile.
           COPY WASTELOG.

           FD ManualJournalFile.
           COPY GLMANJE.

           FD RecurringJournalFile.
           COPY GLRECUR.

           FD PeriodControlFile.
           01 PERIOD-CONTROL-RECORD.
               88 BANK-FILE-OK VALUE "00".
           01 BANK-EOF PIC X VALUE "N".
           01 TOTAL-BANKED PIC 9(9)V99 VALUE 0.
           01 WOFF-FILE-STATUS PIC XX.
               88 WOFF-FILE-OK VALUE "00".
           01 WOFF-EOF PIC X VALUE "N".
           01 TOTAL-WRITEOFFS PIC 9(9)V99 VALUE 0.
           01 CLRG-FILE-STATUS PIC XX.
               88 CLRG-FILE-OK VALUE "00".
           01 CLRG-EOF PIC X VALUE "N".
           01 TOTAL-CLRG-SENT PIC 9(9)V99 VALUE 0.
           01 TOTAL-CLRG-SETTLED PIC 9(9)V99 VALUE 0.
           01 TOTAL-CLRG-RETURNED PIC 9(9)V99 VALUE 0.
           01 APGL-FILE-STATUS PIC XX.
               88 APGL-FILE-OK VALUE "00".
           01 APGL-EOF PIC X VALUE "N".
           01 TOTAL-AP-INVOICED PIC 9(9)V99 VALUE 0.
           01 TOTAL-AP-PAID PIC 9(9)V99 VALUE 0.
           01 TOTAL-AP-DISCOUNT PIC 9(9)V99 VALUE 0.
           01 TOTAL-CLAIM-OFFSET PIC 9(9)V99 VALUE 0.
           01 TOTAL-CLAIM-INVOICED PIC 9(9)V99 VALUE 0.
           01 SCHGL-FILE-STATUS PIC XX.
               88 SCHGL-FILE-OK VALUE "00".
           01 SCHGL-EOF PIC X VALUE "N".
           01 TOTAL-SCHOL-INVOICES PIC 9(9)V99 VALUE 0.
           01 TOTAL-SCHOL-FAMILY PIC 9(9)V99 VALUE 0.
           01 TOTAL-SCHOL-CLEARING PIC 9(9)V99 VALUE 0.
           01 WASTE-FILE-STATUS PIC XX.
               88 WASTE-FILE-OK VALUE "00".
           01 WASTE-EOF PIC X VALUE "N".
           01 TOTAL-SHRINK PIC 9(9)V99 VALUE 0.
           01 MANJE-FILE-STATUS PIC XX.
               88 MANJE-FILE-OK VALUE "00".
               88 MANJE-FILE-MISSING VALUE "35".
           01 MANJE-EOF PIC X VALUE "N".
           01 RECUR-FILE-STATUS PIC XX.
               88 RECUR-FILE-OK VALUE "00".
           01 RECUR-EOF PIC X VALUE "N".

           01 RECON-TRAILER REDEFINES SummaryLine.
               02 FILLER     PIC X(12).
           01 TOTAL-WITHDRAWALS PIC 9(9)V99 VALUE 0.
           01 TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
           01 TOTAL-FEES PIC 9(9)V99 VALUE 0.
           01 TOTAL-OD-INTEREST PIC 9(9)V99 VALUE 0.
           01 TOTAL-WITHHELD PIC 9(9)V99 VALUE 0.
           01 TOTAL-PURCHASES PIC 9(9)V99 VALUE 0.
           01 TOTAL-RECOVERIES PIC 9(9)V99 VALUE 0.
           01 TOTAL-ESCHEATED PIC 9(9)V99 VALUE 0.
           01 TOTAL-RECLAIMED PIC 9(9)V99 VALUE 0.
           01 SHOP-REVENUE PIC 9(9)V99 VALUE 0.
           01 SHOP-TAX PIC 9(9)V99 VALUE 0.
           01 SHOP-NET PIC 9(9)V99 VALUE 0.

           01 ENTRY-TABLE.
               02 ENTRY-COUNT PIC 9(3) VALUE 0.
               02 JOURNAL-ENTRY OCCURS 200 TIMES.
                   03 JE-CODE   PIC X(4).
                   03 JE-SIDE   PIC X(1).
                   03 JE-AMOUNT PIC 9(9)V99.
                   03 JE-DESC   PIC X(30).
           01 ENTRY-INDEX PIC 9(3).

           01 MANUAL-TABLE.
               02 MT-COUNT PIC 9(3) VALUE 0.
               02 MT-ID OCCURS 100 TIMES PIC X(12).
           01 MT-INDEX PIC 9(3).
           01 TEMPLATE-TABLE.
               02 TT-COUNT PIC 9(3) VALUE 0.
               02 TT-ID OCCURS 100 TIMES PIC X(8).
           01 TT-INDEX PIC 9(3).
           01 LINE-INDEX PIC 9(2).
           01 CURRENT-PERIOD PIC 9(6).
           01 RUN-DAY PIC 9(2).
           01 NEXT-RUN-DATE PIC 9(8).
           01 NEXT-RUN-INT PIC 9(8).
           01 MONTH-END-RUN PIC X(1).
               88 IS-MONTH-END-RUN VALUE "Y".
           01 NEXT-PERIOD-START.
               02 NP-YEAR  PIC 9(4).
               02 NP-MONTH PIC 9(2).
               02 NP-DAY   PIC 9(2).
           01 REVERSAL-SEQ PIC 9(2).
           01 REVERSAL-WRITTEN PIC X(1).
               88 REVERSAL-IS-WRITTEN VALUE "Y".

           01 TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
           01 TOTAL-CREDITS PIC 9(11)V99 VALUE 0.

               PERFORM TALLY_TRANSLOG
               PERFORM TALLY_SALES
               PERFORM TALLY_BANKING
               PERFORM TALLY_WRITEOFFS
               PERFORM TALLY_CLEARING
               PERFORM TALLY_PAYABLES
               PERFORM TALLY_WASTE
               PERFORM TALLY_SCHOLARSHIPS
               PERFORM BUILD_JOURNAL_ENTRIES
               PERFORM ADD_MANUAL_JOURNALS
               PERFORM ADD_RECURRING_JOURNALS
               PERFORM VERIFY_BALANCED

               IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               END-IF

               PERFORM POST_ENTRIES
               PERFORM MARK_JOURNALS_POSTED

               DISPLAY "Journal entries posted: " ENTRY-COUNT
               DISPLAY "Manual journals posted: " MT-COUNT
               DISPLAY "Recurring journals generated: " TT-COUNT
               MOVE ENTRY-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING
                   STEP-RECORDS
                                   WHEN "INTEREST"
                                       ADD TL-AMOUNT TO
                                           TOTAL-INTEREST
                                   WHEN "WHT-TAX"
                                       ADD TL-AMOUNT TO
                                           TOTAL-WITHHELD
                                   WHEN "FEE"
                                       ADD TL-AMOUNT TO
                                           TOTAL-FEES
                                   WHEN "OVRD-FEE"
                                       ADD TL-AMOUNT TO
                                           TOTAL-FEES
                                   WHEN "OVRD-INT"
                                       ADD TL-AMOUNT TO
                                           TOTAL-OD-INTEREST
                                   WHEN "PURCHASE"
                                       ADD TL-AMOUNT TO
                                           TOTAL-PURCHASES
                                   WHEN "PURCH-VOID"
                                       SUBTRACT TL-AMOUNT FROM
                                           TOTAL-PURCHASES
                                   WHEN "LOAN-RCVY"
                                       ADD TL-AMOUNT TO
                                           TOTAL-RECOVERIES
                                   WHEN "ESCHEAT"
                                       ADD TL-AMOUNT TO
                                           TOTAL-ESCHEATED
                                   WHEN "ESC-RECLM"
                                       ADD TL-AMOUNT TO
                                           TOTAL-RECLAIMED
                               END-EVALUATE
                           END-IF
                   END-READ
               IF TOTAL-INTEREST > 0
                   PERFORM ADD_INTEREST_ENTRIES
               END-IF
               IF TOTAL-WITHHELD > 0
                   PERFORM ADD_WITHHOLDING_ENTRIES
               END-IF
               IF TOTAL-FEES > 0
                   PERFORM ADD_FEE_ENTRIES
               END-IF
               IF TOTAL-OD-INTEREST > 0
                   PERFORM ADD_OD_INTEREST_ENTRIES
               END-IF
               IF TOTAL-PURCHASES > 0
                   PERFORM ADD_PURCHASE_ENTRIES
               END-IF
               END-IF
               IF TOTAL-BANKED > 0
                   PERFORM ADD_BANKING_ENTRIES
               END-IF
               IF TOTAL-WRITEOFFS > 0
                   PERFORM ADD_WRITEOFF_ENTRIES
               END-IF
               IF TOTAL-RECOVERIES > 0
                   PERFORM ADD_RECOVERY_ENTRIES
               END-IF
               IF TOTAL-ESCHEATED > 0
                   PERFORM ADD_ESCHEAT_ENTRIES
               END-IF
               IF TOTAL-RECLAIMED > 0
                   PERFORM ADD_RECLAIM_ENTRIES
               END-IF
               IF TOTAL-CLRG-SENT > 0
                   PERFORM ADD_CLEARING_SENT_ENTRIES
               END-IF
               IF TOTAL-CLRG-SETTLED > 0
                   PERFORM ADD_CLEARING_SETTLED_ENTRIES
               END-IF
               IF TOTAL-CLRG-RETURNED > 0
                   PERFORM ADD_CLEARING_RETURN_ENTRIES
               END-IF
               IF TOTAL-AP-INVOICED > 0
                   PERFORM ADD_AP_INVOICE_ENTRIES
               END-IF
               IF TOTAL-AP-PAID > 0
                   PERFORM ADD_AP_PAYMENT_ENTRIES
               END-IF
               IF TOTAL-CLAIM-OFFSET > 0
                   OR TOTAL-CLAIM-INVOICED > 0
                   PERFORM ADD_VENDOR_CLAIM_ENTRIES
               END-IF
               IF TOTAL-SHRINK > 0
                   PERFORM ADD_SHRINK_ENTRIES
               END-IF
               IF TOTAL-SCHOL-INVOICES > 0
                   OR TOTAL-SCHOL-FAMILY > 0
                   OR TOTAL-SCHOL-CLEARING > 0
                   PERFORM ADD_SCHOLARSHIP_ENTRIES
               END-IF.

           TALLY_BANKING SECTION.
               END-PERFORM
               CLOSE BankDepositFile.

           TALLY_WRITEOFFS SECTION.
               OPEN INPUT LoanWriteOffFile
               IF NOT WOFF-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_WRITEOFF
               UNTIL WOFF-EOF = "Y"
               CLOSE LoanWriteOffFile.

           READ_ONE_WRITEOFF SECTION.
               READ LoanWriteOffFile
                   AT END
                       MOVE "Y" TO WOFF-EOF
                   NOT AT END
                       IF LW-DATE = RUN-DATE
                           AND LW-TYPE = "WOFF"
                           ADD LW-AMOUNT TO TOTAL-WRITEOFFS
                       END-IF
               END-READ.

           TALLY_CLEARING SECTION.
               OPEN INPUT ClearingGlFile
               IF NOT CLRG-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_CLEARING
               UNTIL CLRG-EOF = "Y"
               CLOSE ClearingGlFile.

           READ_ONE_CLEARING SECTION.
               READ ClearingGlFile
                   AT END
                       MOVE "Y" TO CLRG-EOF
                   NOT AT END
                       IF CG-DATE = RUN-DATE
                           EVALUATE CG-TYPE
                               WHEN "SENT"
                                   ADD CG-AMOUNT TO TOTAL-CLRG-SENT
                               WHEN "SETL"
                                   ADD CG-AMOUNT TO
                                       TOTAL-CLRG-SETTLED
                               WHEN "RTRN"
                                   ADD CG-AMOUNT TO
                                       TOTAL-CLRG-RETURNED
                           END-EVALUATE
                       END-IF
               END-READ.

           TALLY_PAYABLES SECTION.
               OPEN INPUT PayablesGlFile
               IF NOT APGL-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_PAYABLE
               UNTIL APGL-EOF = "Y"
               CLOSE PayablesGlFile.

           READ_ONE_PAYABLE SECTION.
               READ PayablesGlFile
                   AT END
                       MOVE "Y" TO APGL-EOF
                   NOT AT END
                       IF AG-DATE = RUN-DATE
                           EVALUATE AG-TYPE
                               WHEN "INVC"
                                   ADD AG-AMOUNT TO
                                       TOTAL-AP-INVOICED
                               WHEN "PAID"
                                   ADD AG-AMOUNT TO TOTAL-AP-PAID
                               WHEN "DISC"
                                   ADD AG-AMOUNT TO
                                       TOTAL-AP-DISCOUNT
                               WHEN "CLMO"
                                   ADD AG-AMOUNT TO
                                       TOTAL-CLAIM-OFFSET
                               WHEN "CLMI"
                                   ADD AG-AMOUNT TO
                                       TOTAL-CLAIM-INVOICED
                           END-EVALUATE
                       END-IF
               END-READ.

           TALLY_WASTE SECTION.
               OPEN INPUT WasteLogFile
               IF NOT WASTE-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_WASTE
               UNTIL WASTE-EOF = "Y"
               CLOSE WasteLogFile.

           READ_ONE_WASTE SECTION.
               READ WasteLogFile
                   AT END
                       MOVE "Y" TO WASTE-EOF
                   NOT AT END
                       IF WL-DATE = RUN-DATE
                           ADD WL-VALUE TO TOTAL-SHRINK
                       END-IF
               END-READ.

           TALLY_SCHOLARSHIPS SECTION.
               OPEN INPUT ScholarshipGlFile
               IF NOT SCHGL-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_SCHOLARSHIP
               UNTIL SCHGL-EOF = "Y"
               CLOSE ScholarshipGlFile.

           READ_ONE_SCHOLARSHIP SECTION.
               READ ScholarshipGlFile
                   AT END
                       MOVE "Y" TO SCHGL-EOF
                   NOT AT END
                       IF SG-DATE = RUN-DATE
                           EVALUATE SG-TYPE
                               WHEN "INVS"
                                   ADD SG-AMOUNT TO
                                       TOTAL-SCHOL-INVOICES
                               WHEN "ACCR"
                                   ADD SG-AMOUNT TO
                                       TOTAL-SCHOL-FAMILY
                               WHEN "CLRG"
                                   ADD SG-AMOUNT TO
                                       TOTAL-SCHOL-CLEARING
                           END-EVALUATE
                       END-IF
               END-READ.

           ADD_SCHOLARSHIP_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "5400" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               COMPUTE JE-AMOUNT(ENTRY-COUNT) =
                   TOTAL-SCHOL-INVOICES + TOTAL-SCHOL-FAMILY
                   + TOTAL-SCHOL-CLEARING
               MOVE "scholarship awards paid" TO
                   JE-DESC(ENTRY-COUNT)
               IF TOTAL-SCHOL-INVOICES > 0
                   PERFORM GET_NEXT_ENTRY
                   MOVE "4500" TO JE-CODE(ENTRY-COUNT)
                   MOVE "C" TO JE-SIDE(ENTRY-COUNT)
                   MOVE TOTAL-SCHOL-INVOICES TO
                       JE-AMOUNT(ENTRY-COUNT)
                   MOVE "school fees settled by award" TO
                       JE-DESC(ENTRY-COUNT)
               END-IF
               IF TOTAL-SCHOL-FAMILY > 0
                   PERFORM GET_NEXT_ENTRY
                   MOVE "2000" TO JE-CODE(ENTRY-COUNT)
                   MOVE "C" TO JE-SIDE(ENTRY-COUNT)
                   MOVE TOTAL-SCHOL-FAMILY TO
                       JE-AMOUNT(ENTRY-COUNT)
                   MOVE "award balances paid to family" TO
                       JE-DESC(ENTRY-COUNT)
               END-IF
               IF TOTAL-SCHOL-CLEARING > 0
                   PERFORM GET_NEXT_ENTRY
                   MOVE "2300" TO JE-CODE(ENTRY-COUNT)
                   MOVE "C" TO JE-SIDE(ENTRY-COUNT)
                   MOVE TOTAL-SCHOL-CLEARING TO
                       JE-AMOUNT(ENTRY-COUNT)
                   MOVE "award balances sent to banks" TO
                       JE-DESC(ENTRY-COUNT)
               END-IF.

           ADD_SHRINK_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "5300" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-SHRINK TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "stock waste and shrink" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "5200" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-SHRINK TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "shrink out of purchases" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_AP_INVOICE_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "5200" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-AP-INVOICED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "supplier invoices approved" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "2400" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-AP-INVOICED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "accounts payable up" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_AP_PAYMENT_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2400" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-AP-PAID TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "supplier invoices paid" TO
                   JE-DESC(ENTRY-COUNT)
               COMPUTE POST-AMOUNT = TOTAL-AP-PAID
                   - TOTAL-AP-DISCOUNT
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE POST-AMOUNT TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "paid from store account" TO
                   JE-DESC(ENTRY-COUNT)
               IF TOTAL-AP-DISCOUNT > 0
                   PERFORM GET_NEXT_ENTRY
                   MOVE "4400" TO JE-CODE(ENTRY-COUNT)
                   MOVE "C" TO JE-SIDE(ENTRY-COUNT)
                   MOVE TOTAL-AP-DISCOUNT TO JE-AMOUNT(ENTRY-COUNT)
                   MOVE "early payment discounts" TO
                       JE-DESC(ENTRY-COUNT)
               END-IF.

           ADD_VENDOR_CLAIM_ENTRIES SECTION.
               IF TOTAL-CLAIM-OFFSET > 0
                   PERFORM GET_NEXT_ENTRY
                   MOVE "2400" TO JE-CODE(ENTRY-COUNT)
                   MOVE "D" TO JE-SIDE(ENTRY-COUNT)
                   MOVE TOTAL-CLAIM-OFFSET TO JE-AMOUNT(ENTRY-COUNT)
                   MOVE "supplier claims offset" TO
                       JE-DESC(ENTRY-COUNT)
               END-IF
               IF TOTAL-CLAIM-INVOICED > 0
                   PERFORM GET_NEXT_ENTRY
                   MOVE "1300" TO JE-CODE(ENTRY-COUNT)
                   MOVE "D" TO JE-SIDE(ENTRY-COUNT)
                   MOVE TOTAL-CLAIM-INVOICED TO
                       JE-AMOUNT(ENTRY-COUNT)
                   MOVE "supplier claims invoiced" TO
                       JE-DESC(ENTRY-COUNT)
               END-IF
               COMPUTE POST-AMOUNT = TOTAL-CLAIM-OFFSET
                   + TOTAL-CLAIM-INVOICED
               PERFORM GET_NEXT_ENTRY
               MOVE "5200" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE POST-AMOUNT TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "vendor promotion funding" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_CLEARING_SENT_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-CLRG-SENT TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "outbound clearing debited" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "2300" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-CLRG-SENT TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "clearing suspense up" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_CLEARING_SETTLED_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2300" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-CLRG-SETTLED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "clearing items settled" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "1010" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-CLRG-SETTLED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "settled from bank" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_CLEARING_RETURN_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2300" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-CLRG-RETURNED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "rejected clearing items" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-CLRG-RETURNED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "returned to deposits" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_WRITEOFF_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "5100" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-WRITEOFFS TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "loan balances written off" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "1200" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-WRITEOFFS TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "loans receivable reduced" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_RECOVERY_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-RECOVERIES TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "recoveries from deposits" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "4300" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-RECOVERIES TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "written-off loan recoveries" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_ESCHEAT_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-ESCHEATED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "dormant balances escheated" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "2200" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-ESCHEATED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "unclaimed funds up" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_RECLAIM_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2200" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-RECLAIMED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "unclaimed funds reclaimed" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-RECLAIMED TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "reclaimed to deposits" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_BANKING_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "1010" TO JE-CODE(ENTRY-COUNT)
               MOVE TOTAL-INTEREST TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "interest credited" TO JE-DESC(ENTRY-COUNT).

           ADD_WITHHOLDING_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-WITHHELD TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "tax withheld on interest" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "2540" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-WITHHELD TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "withholding tax payable" TO
                   JE-DESC(ENTRY-COUNT).

           ADD_FEE_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE TOTAL-FEES TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "fee income" TO JE-DESC(ENTRY-COUNT).

           ADD_OD_INTEREST_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
               MOVE "D" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-OD-INTEREST TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "overdraft interest charged" TO
                   JE-DESC(ENTRY-COUNT)
               PERFORM GET_NEXT_ENTRY
               MOVE "4200" TO JE-CODE(ENTRY-COUNT)
               MOVE "C" TO JE-SIDE(ENTRY-COUNT)
               MOVE TOTAL-OD-INTEREST TO JE-AMOUNT(ENTRY-COUNT)
               MOVE "interest income" TO JE-DESC(ENTRY-COUNT).

           ADD_PURCHASE_ENTRIES SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE "2000" TO JE-CODE(ENTRY-COUNT)
                   MOVE "vat collected" TO JE-DESC(ENTRY-COUNT)
               END-IF.

           ADD_MANUAL_JOURNALS SECTION.
               OPEN INPUT ManualJournalFile
               IF NOT MANJE-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_MANUAL_JOURNAL
               UNTIL MANJE-EOF = "Y"
               CLOSE ManualJournalFile.

           READ_ONE_MANUAL_JOURNAL SECTION.
               READ ManualJournalFile NEXT
                   AT END
                       MOVE "Y" TO MANJE-EOF
                       EXIT SECTION
               END-READ
               IF NOT MJ-IS-APPROVED OR MJ-POST-DATE > RUN-DATE
                   EXIT SECTION
               END-IF
               IF MT-COUNT >= 100
                   OR ENTRY-COUNT + MJ-LINE-COUNT > 200
                   DISPLAY "Journal " MJ-ID " held over - "
                       "posting table full."
                   EXIT SECTION
               END-IF
               ADD 1 TO MT-COUNT
               MOVE MJ-ID TO MT-ID(MT-COUNT)
               PERFORM ADD_MANUAL_LINE
                   VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > MJ-LINE-COUNT.

           ADD_MANUAL_LINE SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE MJL-CODE(LINE-INDEX) TO JE-CODE(ENTRY-COUNT)
               MOVE MJL-SIDE(LINE-INDEX) TO JE-SIDE(ENTRY-COUNT)
               MOVE MJL-AMOUNT(LINE-INDEX) TO JE-AMOUNT(ENTRY-COUNT)
               MOVE MJL-DESC(LINE-INDEX) TO JE-DESC(ENTRY-COUNT).

           ADD_RECURRING_JOURNALS SECTION.
               MOVE RUN-DATE(1:6) TO CURRENT-PERIOD
               MOVE RUN-DATE(7:2) TO RUN-DAY
               COMPUTE NEXT-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) + 1
               COMPUTE NEXT-RUN-DATE =
                   FUNCTION DATE-OF-INTEGER(NEXT-RUN-INT)
               CALL "NEXT-BUSINESS-DAY" USING NEXT-RUN-DATE
               IF NEXT-RUN-DATE(1:6) NOT = CURRENT-PERIOD
                   MOVE "Y" TO MONTH-END-RUN
               ELSE
                   MOVE "N" TO MONTH-END-RUN
               END-IF
               OPEN INPUT RecurringJournalFile
               IF NOT RECUR-FILE-OK
                   EXIT SECTION
               END-IF
               PERFORM READ_ONE_TEMPLATE
               UNTIL RECUR-EOF = "Y"
               CLOSE RecurringJournalFile.

           READ_ONE_TEMPLATE SECTION.
               READ RecurringJournalFile NEXT
                   AT END
                       MOVE "Y" TO RECUR-EOF
                       EXIT SECTION
               END-READ
               IF NOT RJ-IS-ACTIVE
                   OR RJ-LAST-PERIOD >= CURRENT-PERIOD
                   OR (RUN-DAY < RJ-DAY AND NOT IS-MONTH-END-RUN)
                   EXIT SECTION
               END-IF
               IF RJ-END-PERIOD > 0
                   AND RJ-END-PERIOD < CURRENT-PERIOD
                   EXIT SECTION
               END-IF
               IF TT-COUNT >= 100
                   OR ENTRY-COUNT + RJ-LINE-COUNT > 200
                   DISPLAY "Template " RJ-ID " held over - "
                       "posting table full."
                   EXIT SECTION
               END-IF
               ADD 1 TO TT-COUNT
               MOVE RJ-ID TO TT-ID(TT-COUNT)
               PERFORM ADD_TEMPLATE_LINE
                   VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > RJ-LINE-COUNT.

           ADD_TEMPLATE_LINE SECTION.
               PERFORM GET_NEXT_ENTRY
               MOVE RJL-CODE(LINE-INDEX) TO JE-CODE(ENTRY-COUNT)
               MOVE RJL-SIDE(LINE-INDEX) TO JE-SIDE(ENTRY-COUNT)
               MOVE RJL-AMOUNT(LINE-INDEX) TO JE-AMOUNT(ENTRY-COUNT)
               MOVE RJL-DESC(LINE-INDEX) TO JE-DESC(ENTRY-COUNT).

           MARK_JOURNALS_POSTED SECTION.
               IF MT-COUNT = 0 AND TT-COUNT = 0
                   EXIT SECTION
               END-IF
               MOVE RUN-DATE(1:4) TO NP-YEAR
               MOVE RUN-DATE(5:2) TO NP-MONTH
               MOVE 1 TO NP-DAY
               IF NP-MONTH = 12
                   ADD 1 TO NP-YEAR
                   MOVE 1 TO NP-MONTH
               ELSE
                   ADD 1 TO NP-MONTH
               END-IF

               OPEN I-O ManualJournalFile
               IF MANJE-FILE-MISSING
                   OPEN OUTPUT ManualJournalFile
                   CLOSE ManualJournalFile
                   OPEN I-O ManualJournalFile
               END-IF
               PERFORM MARK_ONE_JOURNAL
                   VARYING MT-INDEX FROM 1 BY 1
                   UNTIL MT-INDEX > MT-COUNT

               IF TT-COUNT > 0
                   OPEN I-O RecurringJournalFile
                   PERFORM MARK_ONE_TEMPLATE
                       VARYING TT-INDEX FROM 1 BY 1
                       UNTIL TT-INDEX > TT-COUNT
                   CLOSE RecurringJournalFile
               END-IF
               CLOSE ManualJournalFile.

           MARK_ONE_JOURNAL SECTION.
               MOVE MT-ID(MT-INDEX) TO MJ-ID
               READ ManualJournalFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE "D" TO MJ-STATUS
               MOVE RUN-DATE TO MJ-POSTED-DATE
               REWRITE MANUAL-JOURNAL-RECORD
               IF MJ-AUTO-REVERSE
                   MOVE SPACES TO MJ-DESC
                   STRING "REVERSAL OF " MT-ID(MT-INDEX)
                       DELIMITED BY SIZE INTO MJ-DESC
                   PERFORM WRITE_REVERSAL
               END-IF.

           MARK_ONE_TEMPLATE SECTION.
               MOVE TT-ID(TT-INDEX) TO RJ-ID
               READ RecurringJournalFile
                   INVALID KEY
                       EXIT SECTION
               END-READ
               MOVE CURRENT-PERIOD TO RJ-LAST-PERIOD
               REWRITE RECURRING-JOURNAL-RECORD
               IF RJ-AUTO-REVERSE
                   INITIALIZE MANUAL-JOURNAL-RECORD
                   MOVE SPACES TO MJ-DESC
                   STRING "REVERSAL OF " RJ-ID
                       DELIMITED BY SIZE INTO MJ-DESC
                   MOVE RJ-MAKER TO MJ-MAKER
                   MOVE RJ-CHECKER TO MJ-CHECKER
                   MOVE RJ-TOTAL TO MJ-TOTAL
                   MOVE RJ-LINE-COUNT TO MJ-LINE-COUNT
                   MOVE RJ-LINES TO MJ-LINES
                   PERFORM WRITE_REVERSAL
               END-IF.

           WRITE_REVERSAL SECTION.
               PERFORM FLIP_LINE_SIDE
                   VARYING LINE-INDEX FROM 1 BY 1
                   UNTIL LINE-INDEX > MJ-LINE-COUNT
               MOVE NEXT-PERIOD-START TO MJ-POST-DATE
               MOVE "V" TO MJ-SOURCE
               MOVE "N" TO MJ-REVERSE
               MOVE "A" TO MJ-STATUS
               MOVE 0 TO MJ-POSTED-DATE
               MOVE 0 TO REVERSAL-SEQ
               MOVE "N" TO REVERSAL-WRITTEN
               PERFORM TRY_REVERSAL_ID
               UNTIL REVERSAL-IS-WRITTEN OR REVERSAL-SEQ >= 99
               IF NOT REVERSAL-IS-WRITTEN
                   MOVE "CRIT" TO ALERT-SEVERITY
                   MOVE "GLPOST" TO ALERT-SOURCE
                   MOVE "auto-reversal journal could not be saved"
                       TO ALERT-MESSAGE
                   CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                       ALERT-SOURCE, ALERT-MESSAGE
               END-IF.

           FLIP_LINE_SIDE SECTION.
               IF MJL-SIDE(LINE-INDEX) = "D"
                   MOVE "C" TO MJL-SIDE(LINE-INDEX)
               ELSE
                   MOVE "D" TO MJL-SIDE(LINE-INDEX)
               END-IF.

           TRY_REVERSAL_ID SECTION.
               ADD 1 TO REVERSAL-SEQ
               STRING "RV" RUN-DATE REVERSAL-SEQ
                   DELIMITED BY SIZE INTO MJ-ID
               WRITE MANUAL-JOURNAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO REVERSAL-WRITTEN
               END-WRITE.

           GET_NEXT_ENTRY SECTION.
               ADD 1 TO ENTRY-COUNT.

