           IDENTIFICATION DIVISION.
           PROGRAM-ID. GL-JOURNAL-ENTRY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT GlChartFile ASSIGN TO "GLCHART"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLC-CODE
                   FILE STATUS IS CHART-FILE-STATUS.

               SELECT PeriodControlFile ASSIGN TO "PERIODCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-PERIOD
                   FILE STATUS IS PERIOD-FILE-STATUS.

               SELECT UserCredentialsFile ASSIGN TO "USERCRED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USER-ID
                   FILE STATUS IS USER-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ManualJournalFile.
           COPY GLMANJE.

           FD RecurringJournalFile.
           COPY GLRECUR.

           FD GlChartFile.
           01 GL-CHART-RECORD.
               02 GLC-CODE PIC X(4).
               02 GLC-NAME PIC X(20).
               02 GLC-TYPE PIC X(1).

           FD PeriodControlFile.
           01 PERIOD-CONTROL-RECORD.
               02 PC-PERIOD      PIC 9(6).
               02 PC-STATUS      PIC X(1).
                   88 PC-IS-OPEN   VALUE "O".
                   88 PC-IS-CLOSED VALUE "C".
               02 PC-CLOSED-DATE PIC 9(8).

           FD UserCredentialsFile.
           COPY USERCRED.

           WORKING-STORAGE SECTION.
           01 MANJE-FILE-STATUS PIC XX.
               88 MANJE-FILE-OK VALUE "00".
               88 MANJE-FILE-MISSING VALUE "35".
           01 MANJE-EOF PIC X.
           01 RECUR-FILE-STATUS PIC XX.
               88 RECUR-FILE-OK VALUE "00".
               88 RECUR-FILE-MISSING VALUE "35".
           01 RECUR-EOF PIC X.
           01 CHART-FILE-STATUS PIC XX.
               88 CHART-FILE-OK VALUE "00".
           01 PERIOD-FILE-STATUS PIC XX.
               88 PERIOD-FILE-OK VALUE "00".
           01 PERIODS-ON PIC X VALUE "N".
               88 PERIODS-ARE-ON VALUE "Y".
           01 USER-FILE-STATUS PIC XX.
               88 USER-FILE-OK VALUE "00".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 APPROVAL-LIMIT PIC 9(9)V99 VALUE 5000.00.

           01 MENU-CHOICE PIC X(1) VALUE SPACE.
           01 OPERATOR-ID PIC X(10).
           01 CHECKER-ID PIC X(10).
           01 CHECKER-PASSWORD PIC X(4).
           01 CHECKER-OK PIC X(1).
               88 CHECKER-IS-OK VALUE "Y".
           01 DECISION PIC X(1).

           01 INPUT-DATE PIC 9(8).
           01 INPUT-DESC PIC X(30).
           01 INPUT-REVERSE PIC X(1).
           01 INPUT-CODE PIC X(4).
           01 INPUT-SIDE PIC X(1).
           01 INPUT-AMOUNT PIC 9(9)V99.
           01 INPUT-LINE-DESC PIC X(30).
           01 INPUT-TEMPLATE PIC X(8).
           01 INPUT-DAY PIC 9(2).
           01 INPUT-END-PERIOD PIC 9(6).
           01 CODE-FOUND PIC X(1).
               88 CODE-IS-FOUND VALUE "Y".
           01 TEMPLATE-FOUND PIC X(1).
               88 TEMPLATE-IS-FOUND VALUE "Y".
           01 KEEP-LAST-PERIOD PIC 9(6).

           01 LINE-TABLE.
               02 LT-COUNT PIC 9(2) VALUE 0.
               02 LT-LINES.
                   03 LT-LINE OCCURS 10 TIMES.
                       04 LT-CODE   PIC X(4).
                       04 LT-SIDE   PIC X(1).
                       04 LT-AMOUNT PIC 9(9)V99.
                       04 LT-DESC   PIC X(30).
           01 LT-INDEX PIC 9(2).
           01 MORE-LINES PIC X(1).
           01 LINES-DONE PIC X(1).
           01 TOTAL-DEBITS PIC 9(11)V99.
           01 TOTAL-CREDITS PIC 9(11)V99.

           01 CHECK-PERIOD PIC 9(6).
           01 PERIOD-OPEN PIC X(1).
               88 PERIOD-IS-OPEN VALUE "Y".

           01 JOURNAL-SEQ PIC 9(2).
           01 JOURNAL-WRITTEN PIC X(1).
               88 JOURNAL-IS-WRITTEN VALUE "Y".
           01 ITEMS-LISTED PIC 9(4).
           01 AMOUNT-ED PIC Z(8)9.99.
           01 DEBIT-ED PIC Z(10)9.99.
           01 CREDIT-ED PIC Z(10)9.99.

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 CA-ALLOWED  PIC X(1).
               88 CA-IS-ALLOWED VALUE "Y".

           01 AUD-SOURCE  PIC X(10).
           01 AUD-USER    PIC X(10).
           01 AUD-ACTION  PIC X(20).
           01 AUD-DETAIL  PIC X(30).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- GL Journal Entry ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "GLJOURNAL" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for GL journals."
                   STOP RUN
               END-IF
               MOVE CA-USER-ID TO OPERATOR-ID

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "GLJNLLIMIT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO APPROVAL-LIMIT
               END-IF

               OPEN INPUT GlChartFile
               IF NOT CHART-FILE-OK
                   DISPLAY "GL chart of accounts not on file."
                   STOP RUN
               END-IF
               OPEN INPUT PeriodControlFile
               IF PERIOD-FILE-OK
                   MOVE "Y" TO PERIODS-ON
               END-IF
               PERFORM OPEN_JOURNAL_FILES

               PERFORM SHOW_MENU
               UNTIL MENU-CHOICE = "6"

               CLOSE ManualJournalFile
               CLOSE RecurringJournalFile
               CLOSE GlChartFile
               IF PERIODS-ARE-ON
                   CLOSE PeriodControlFile
               END-IF
               DISPLAY "---- GL Journal Entry Complete ----"
               STOP RUN.

           OPEN_JOURNAL_FILES SECTION.
               OPEN I-O ManualJournalFile
               IF MANJE-FILE-MISSING
                   OPEN OUTPUT ManualJournalFile
                   CLOSE ManualJournalFile
                   OPEN I-O ManualJournalFile
               END-IF
               OPEN I-O RecurringJournalFile
               IF RECUR-FILE-MISSING
                   OPEN OUTPUT RecurringJournalFile
                   CLOSE RecurringJournalFile
                   OPEN I-O RecurringJournalFile
               END-IF.

           SHOW_MENU SECTION.
               DISPLAY " "
               DISPLAY "1. Enter manual journal"
               DISPLAY "2. Approve pending journals and templates"
               DISPLAY "3. Add or amend recurring template"
               DISPLAY "4. Suspend or resume recurring template"
               DISPLAY "5. List outstanding journals and templates"
               DISPLAY "6. Exit"
               DISPLAY "Choice: "
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN "1"
                       PERFORM ENTER_MANUAL_JOURNAL
                   WHEN "2"
                       PERFORM APPROVE_PENDING
                   WHEN "3"
                       PERFORM MAINTAIN_TEMPLATE
                   WHEN "4"
                       PERFORM CHANGE_TEMPLATE_STATUS
                   WHEN "5"
                       PERFORM LIST_OUTSTANDING
                   WHEN "6"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE.

           ENTER_MANUAL_JOURNAL SECTION.
               DISPLAY "Effective date (YYYYMMDD, 0 = business "
                   "date): "
               ACCEPT INPUT-DATE
               IF INPUT-DATE = 0
                   MOVE RUN-DATE TO INPUT-DATE
               END-IF
               IF INPUT-DATE < RUN-DATE
                   DISPLAY "Journals cannot be dated before the "
                       "business date " RUN-DATE "."
                   EXIT SECTION
               END-IF
               MOVE INPUT-DATE(1:6) TO CHECK-PERIOD
               PERFORM CHECK_PERIOD
               IF NOT PERIOD-IS-OPEN
                   DISPLAY "Period " CHECK-PERIOD
                       " is closed - journal refused."
                   EXIT SECTION
               END-IF

               DISPLAY "Journal description: "
               ACCEPT INPUT-DESC
               DISPLAY "Reverse automatically next period? (Y/N): "
               ACCEPT INPUT-REVERSE
               IF INPUT-REVERSE NOT = "Y"
                   MOVE "N" TO INPUT-REVERSE
               END-IF

               PERFORM ENTER_LINES
               IF LT-COUNT = 0
                   DISPLAY "Journal discarded."
                   EXIT SECTION
               END-IF

               INITIALIZE MANUAL-JOURNAL-RECORD
               MOVE INPUT-DATE TO MJ-POST-DATE
               MOVE INPUT-DESC TO MJ-DESC
               MOVE "M" TO MJ-SOURCE
               MOVE INPUT-REVERSE TO MJ-REVERSE
               MOVE OPERATOR-ID TO MJ-MAKER
               MOVE SPACES TO MJ-CHECKER
               MOVE TOTAL-DEBITS TO MJ-TOTAL
               MOVE 0 TO MJ-POSTED-DATE
               MOVE LT-COUNT TO MJ-LINE-COUNT
               MOVE LT-LINES TO MJ-LINES
               IF MJ-TOTAL > APPROVAL-LIMIT
                   MOVE "P" TO MJ-STATUS
               ELSE
                   MOVE "A" TO MJ-STATUS
               END-IF

               PERFORM WRITE_MANUAL_JOURNAL
               IF NOT JOURNAL-IS-WRITTEN
                   DISPLAY "No journal number free today - "
                       "journal not saved."
                   EXIT SECTION
               END-IF

               MOVE MJ-TOTAL TO AMOUNT-ED
               IF MJ-IS-PENDING
                   DISPLAY "Journal " MJ-ID " for " AMOUNT-ED
                       " is over the approval limit - "
                       "awaiting a second user."
               ELSE
                   DISPLAY "Journal " MJ-ID " for " AMOUNT-ED
                       " will post on " MJ-POST-DATE "."
               END-IF

               MOVE "GLJOURNAL" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE "GL_JOURNAL_ENTERED" TO AUD-ACTION
               MOVE MJ-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           CHECK_PERIOD SECTION.
               MOVE "Y" TO PERIOD-OPEN
               IF NOT PERIODS-ARE-ON
                   EXIT SECTION
               END-IF
               MOVE CHECK-PERIOD TO PC-PERIOD
               READ PeriodControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-IS-CLOSED
                           MOVE "N" TO PERIOD-OPEN
                       END-IF
               END-READ.

           ENTER_LINES SECTION.
               MOVE 0 TO LT-COUNT
               INITIALIZE LT-LINES
               MOVE "N" TO LINES-DONE
               PERFORM ENTER_LINE_SET
               UNTIL LINES-DONE = "Y".

           ENTER_LINE_SET SECTION.
               MOVE "Y" TO MORE-LINES
               PERFORM ENTER_ONE_LINE
               UNTIL MORE-LINES NOT = "Y"

               PERFORM TOTAL_LINES
               MOVE TOTAL-DEBITS TO DEBIT-ED
               MOVE TOTAL-CREDITS TO CREDIT-ED
               DISPLAY "Lines " LT-COUNT "  debits " DEBIT-ED
                   "  credits " CREDIT-ED
               IF LT-COUNT >= 2
                   AND TOTAL-DEBITS = TOTAL-CREDITS
                   MOVE "Y" TO LINES-DONE
                   EXIT SECTION
               END-IF

               IF LT-COUNT < 2
                   DISPLAY "A journal needs at least one debit "
                       "and one credit line."
               ELSE
                   DISPLAY "Journal does not balance."
               END-IF
               DISPLAY "(A)dd lines, (C)lear and re-enter, "
                   "(D)iscard: "
               ACCEPT DECISION
               EVALUATE DECISION
                   WHEN "D"
                       MOVE 0 TO LT-COUNT
                       MOVE "Y" TO LINES-DONE
                   WHEN "C"
                       MOVE 0 TO LT-COUNT
                       INITIALIZE LT-LINES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           ENTER_ONE_LINE SECTION.
               IF LT-COUNT >= 10
                   DISPLAY "Ten lines is the most one journal "
                       "can carry."
                   MOVE "N" TO MORE-LINES
                   EXIT SECTION
               END-IF

               DISPLAY "GL code (blank to finish): "
               ACCEPT INPUT-CODE
               IF INPUT-CODE = SPACES
                   MOVE "N" TO MORE-LINES
                   EXIT SECTION
               END-IF
               MOVE "Y" TO CODE-FOUND
               MOVE INPUT-CODE TO GLC-CODE
               READ GlChartFile
                   INVALID KEY
                       MOVE "N" TO CODE-FOUND
               END-READ
               IF NOT CODE-IS-FOUND
                   DISPLAY "GL code " INPUT-CODE " is not in the "
                       "chart of accounts - line refused."
                   EXIT SECTION
               END-IF
               DISPLAY "  " GLC-NAME

               DISPLAY "Debit or credit (D/C): "
               ACCEPT INPUT-SIDE
               IF INPUT-SIDE NOT = "D" AND INPUT-SIDE NOT = "C"
                   DISPLAY "Side must be D or C - line refused."
                   EXIT SECTION
               END-IF

               DISPLAY "Amount (e.g. 1250.00): "
               ACCEPT INPUT-AMOUNT
               IF INPUT-AMOUNT = 0
                   DISPLAY "Amount must be above zero - line "
                       "refused."
                   EXIT SECTION
               END-IF

               DISPLAY "Line description (blank = journal "
                   "description): "
               ACCEPT INPUT-LINE-DESC
               IF INPUT-LINE-DESC = SPACES
                   MOVE INPUT-DESC TO INPUT-LINE-DESC
               END-IF

               ADD 1 TO LT-COUNT
               MOVE INPUT-CODE TO LT-CODE(LT-COUNT)
               MOVE INPUT-SIDE TO LT-SIDE(LT-COUNT)
               MOVE INPUT-AMOUNT TO LT-AMOUNT(LT-COUNT)
               MOVE INPUT-LINE-DESC TO LT-DESC(LT-COUNT).

           TOTAL_LINES SECTION.
               MOVE 0 TO TOTAL-DEBITS
               MOVE 0 TO TOTAL-CREDITS
               PERFORM ADD_LINE_TOTAL
                   VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > LT-COUNT.

           ADD_LINE_TOTAL SECTION.
               IF LT-SIDE(LT-INDEX) = "D"
                   ADD LT-AMOUNT(LT-INDEX) TO TOTAL-DEBITS
               ELSE
                   ADD LT-AMOUNT(LT-INDEX) TO TOTAL-CREDITS
               END-IF.

           WRITE_MANUAL_JOURNAL SECTION.
               MOVE 0 TO JOURNAL-SEQ
               MOVE "N" TO JOURNAL-WRITTEN
               PERFORM TRY_JOURNAL_ID
               UNTIL JOURNAL-IS-WRITTEN OR JOURNAL-SEQ >= 99.

           TRY_JOURNAL_ID SECTION.
               ADD 1 TO JOURNAL-SEQ
               STRING "JE" RUN-DATE JOURNAL-SEQ
                   DELIMITED BY SIZE INTO MJ-ID
               WRITE MANUAL-JOURNAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO JOURNAL-WRITTEN
               END-WRITE.

           APPROVE_PENDING SECTION.
               PERFORM CHECKER_SIGNON
               IF NOT CHECKER-IS-OK
                   EXIT SECTION
               END-IF
               MOVE 0 TO ITEMS-LISTED

               MOVE "N" TO MANJE-EOF
               MOVE LOW-VALUES TO MJ-ID
               START ManualJournalFile KEY IS NOT LESS THAN MJ-ID
                   INVALID KEY
                       MOVE "Y" TO MANJE-EOF
               END-START
               PERFORM REVIEW_NEXT_JOURNAL
               UNTIL MANJE-EOF = "Y"

               MOVE "N" TO RECUR-EOF
               MOVE LOW-VALUES TO RJ-ID
               START RecurringJournalFile KEY IS NOT LESS THAN RJ-ID
                   INVALID KEY
                       MOVE "Y" TO RECUR-EOF
               END-START
               PERFORM REVIEW_NEXT_TEMPLATE
               UNTIL RECUR-EOF = "Y"

               IF ITEMS-LISTED = 0
                   DISPLAY "Nothing awaiting approval."
               END-IF.

           CHECKER_SIGNON SECTION.
               MOVE "N" TO CHECKER-OK
               DISPLAY "Supervisor id: "
               ACCEPT CHECKER-ID
               DISPLAY "Password: "
               ACCEPT CHECKER-PASSWORD

               OPEN I-O UserCredentialsFile
               MOVE CHECKER-ID TO USER-ID
               READ UserCredentialsFile
                   INVALID KEY
                       DISPLAY "Unknown supervisor id."
                       CLOSE UserCredentialsFile
                       EXIT SECTION
               END-READ
               IF USER-IS-LOCKED
                   DISPLAY "Supervisor id is locked."
                   CLOSE UserCredentialsFile
                   EXIT SECTION
               END-IF
               IF CHECKER-PASSWORD NOT = USER-PASSWORD
                   DISPLAY "Incorrect password."
                   CLOSE UserCredentialsFile
                   EXIT SECTION
               END-IF
               IF USER-PWD-CHANGED = 0
                   DISPLAY "One-time password must be changed first."
                   CLOSE UserCredentialsFile
                   EXIT SECTION
               END-IF
               ACCEPT USER-LAST-SIGNON FROM DATE YYYYMMDD
               REWRITE USER-CREDENTIAL-RECORD
               CLOSE UserCredentialsFile

               MOVE CHECKER-ID TO CA-USER-ID
               MOVE "APPROVALS" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Supervisor role required for "
                       "approvals."
                   EXIT SECTION
               END-IF
               MOVE "Y" TO CHECKER-OK.

           REVIEW_NEXT_JOURNAL SECTION.
               READ ManualJournalFile NEXT
                   AT END
                       MOVE "Y" TO MANJE-EOF
                       EXIT SECTION
               END-READ
               IF NOT MJ-IS-PENDING
                   EXIT SECTION
               END-IF
               ADD 1 TO ITEMS-LISTED
               PERFORM SHOW_JOURNAL
               IF MJ-MAKER = CHECKER-ID
                   DISPLAY "You entered this journal - another "
                       "user must approve it."
                   EXIT SECTION
               END-IF

               IF MJ-IS-ASSET
                   DISPLAY "Asset register already updated - "
                       "Approve (A), Skip (S): "
               ELSE
                   DISPLAY "Approve (A), Reject (R), Skip (S): "
               END-IF
               ACCEPT DECISION
               IF DECISION = "R" AND MJ-IS-ASSET
                   DISPLAY "Asset journals cannot be rejected - "
                       "the asset has already been changed."
                   EXIT SECTION
               END-IF
               EVALUATE DECISION
                   WHEN "A"
                       MOVE MJ-POST-DATE(1:6) TO CHECK-PERIOD
                       PERFORM CHECK_PERIOD
                       IF NOT PERIOD-IS-OPEN AND MJ-IS-ASSET
                           MOVE RUN-DATE(1:6) TO CHECK-PERIOD
                           PERFORM CHECK_PERIOD
                           IF NOT PERIOD-IS-OPEN
                               DISPLAY "Period " CHECK-PERIOD
                                   " is closed - journal left "
                                   "pending."
                               EXIT SECTION
                           END-IF
                           MOVE RUN-DATE TO MJ-POST-DATE
                           DISPLAY "Original period closed - "
                               "journal re-dated " RUN-DATE "."
                       END-IF
                       IF NOT PERIOD-IS-OPEN
                           DISPLAY "Period " CHECK-PERIOD
                               " is now closed - journal "
                               "rejected."
                           MOVE "R" TO MJ-STATUS
                           MOVE "GL_JOURNAL_REJECTED"
                               TO AUD-ACTION
                       ELSE
                           MOVE "A" TO MJ-STATUS
                           MOVE "GL_JOURNAL_APPROVED"
                               TO AUD-ACTION
                       END-IF
                   WHEN "R"
                       MOVE "R" TO MJ-STATUS
                       MOVE "GL_JOURNAL_REJECTED" TO AUD-ACTION
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
               MOVE CHECKER-ID TO MJ-CHECKER
               REWRITE MANUAL-JOURNAL-RECORD

               MOVE "GLJOURNAL" TO AUD-SOURCE
               MOVE CHECKER-ID TO AUD-USER
               MOVE MJ-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           SHOW_JOURNAL SECTION.
               MOVE MJ-TOTAL TO AMOUNT-ED
               DISPLAY "Journal " MJ-ID " effective " MJ-POST-DATE
                   " maker " MJ-MAKER
               DISPLAY "  " MJ-DESC "  " AMOUNT-ED
                   "  reverse " MJ-REVERSE
               PERFORM SHOW_JOURNAL_LINE
                   VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > MJ-LINE-COUNT.

           SHOW_JOURNAL_LINE SECTION.
               MOVE MJL-AMOUNT(LT-INDEX) TO AMOUNT-ED
               DISPLAY "    " MJL-CODE(LT-INDEX) " "
                   MJL-SIDE(LT-INDEX) " " AMOUNT-ED " "
                   MJL-DESC(LT-INDEX).

           REVIEW_NEXT_TEMPLATE SECTION.
               READ RecurringJournalFile NEXT
                   AT END
                       MOVE "Y" TO RECUR-EOF
                       EXIT SECTION
               END-READ
               IF NOT RJ-IS-PENDING
                   EXIT SECTION
               END-IF
               ADD 1 TO ITEMS-LISTED
               PERFORM SHOW_TEMPLATE
               IF RJ-MAKER = CHECKER-ID
                   DISPLAY "You set up this template - another "
                       "user must approve it."
                   EXIT SECTION
               END-IF

               DISPLAY "Approve (A), Reject (R), Skip (S): "
               ACCEPT DECISION
               EVALUATE DECISION
                   WHEN "A"
                       MOVE "A" TO RJ-STATUS
                       MOVE "GL_TEMPLATE_APPROVED" TO AUD-ACTION
                   WHEN "R"
                       MOVE "R" TO RJ-STATUS
                       MOVE "GL_TEMPLATE_REJECTED" TO AUD-ACTION
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
               MOVE CHECKER-ID TO RJ-CHECKER
               REWRITE RECURRING-JOURNAL-RECORD

               MOVE "GLJOURNAL" TO AUD-SOURCE
               MOVE CHECKER-ID TO AUD-USER
               MOVE RJ-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           SHOW_TEMPLATE SECTION.
               MOVE RJ-TOTAL TO AMOUNT-ED
               DISPLAY "Template " RJ-ID " day " RJ-DAY
                   " status " RJ-STATUS " maker " RJ-MAKER
               DISPLAY "  " RJ-DESC "  " AMOUNT-ED
                   "  reverse " RJ-REVERSE
                   "  last " RJ-LAST-PERIOD "  end " RJ-END-PERIOD
               PERFORM SHOW_TEMPLATE_LINE
                   VARYING LT-INDEX FROM 1 BY 1
                   UNTIL LT-INDEX > RJ-LINE-COUNT.

           SHOW_TEMPLATE_LINE SECTION.
               MOVE RJL-AMOUNT(LT-INDEX) TO AMOUNT-ED
               DISPLAY "    " RJL-CODE(LT-INDEX) " "
                   RJL-SIDE(LT-INDEX) " " AMOUNT-ED " "
                   RJL-DESC(LT-INDEX).

           MAINTAIN_TEMPLATE SECTION.
               DISPLAY "Template id (e.g. RENT, blank to cancel): "
               ACCEPT INPUT-TEMPLATE
               IF INPUT-TEMPLATE = SPACES
                   EXIT SECTION
               END-IF
               MOVE "Y" TO TEMPLATE-FOUND
               MOVE INPUT-TEMPLATE TO RJ-ID
               READ RecurringJournalFile
                   INVALID KEY
                       MOVE "N" TO TEMPLATE-FOUND
               END-READ
               MOVE 0 TO KEEP-LAST-PERIOD
               IF TEMPLATE-IS-FOUND
                   PERFORM SHOW_TEMPLATE
                   MOVE RJ-LAST-PERIOD TO KEEP-LAST-PERIOD
                   DISPLAY "Amending - all lines are re-entered."
               END-IF

               DISPLAY "Description: "
               ACCEPT INPUT-DESC
               DISPLAY "Day of month to post (1-28): "
               ACCEPT INPUT-DAY
               IF INPUT-DAY < 1 OR INPUT-DAY > 28
                   DISPLAY "Day must be 1 to 28 - template "
                       "unchanged."
                   EXIT SECTION
               END-IF
               DISPLAY "Reverse automatically next period? (Y/N): "
               ACCEPT INPUT-REVERSE
               IF INPUT-REVERSE NOT = "Y"
                   MOVE "N" TO INPUT-REVERSE
               END-IF
               DISPLAY "Last period to post (YYYYMM, 0 = no end): "
               ACCEPT INPUT-END-PERIOD

               PERFORM ENTER_LINES
               IF LT-COUNT = 0
                   DISPLAY "Template unchanged."
                   EXIT SECTION
               END-IF

               INITIALIZE RECURRING-JOURNAL-RECORD
               MOVE INPUT-TEMPLATE TO RJ-ID
               MOVE INPUT-DESC TO RJ-DESC
               MOVE INPUT-DAY TO RJ-DAY
               MOVE INPUT-REVERSE TO RJ-REVERSE
               MOVE INPUT-END-PERIOD TO RJ-END-PERIOD
               MOVE KEEP-LAST-PERIOD TO RJ-LAST-PERIOD
               MOVE OPERATOR-ID TO RJ-MAKER
               MOVE SPACES TO RJ-CHECKER
               MOVE TOTAL-DEBITS TO RJ-TOTAL
               MOVE LT-COUNT TO RJ-LINE-COUNT
               MOVE LT-LINES TO RJ-LINES
               IF RJ-TOTAL > APPROVAL-LIMIT
                   MOVE "P" TO RJ-STATUS
               ELSE
                   MOVE "A" TO RJ-STATUS
               END-IF

               IF TEMPLATE-IS-FOUND
                   REWRITE RECURRING-JOURNAL-RECORD
               ELSE
                   WRITE RECURRING-JOURNAL-RECORD
               END-IF

               IF RJ-IS-PENDING
                   DISPLAY "Template " RJ-ID " is over the "
                       "approval limit - awaiting a second user."
               ELSE
                   DISPLAY "Template " RJ-ID " saved."
               END-IF

               MOVE "GLJOURNAL" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE "GL_TEMPLATE_SAVED" TO AUD-ACTION
               MOVE RJ-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           CHANGE_TEMPLATE_STATUS SECTION.
               DISPLAY "Template id: "
               ACCEPT INPUT-TEMPLATE
               MOVE INPUT-TEMPLATE TO RJ-ID
               READ RecurringJournalFile
                   INVALID KEY
                       DISPLAY "Template not on file."
                       EXIT SECTION
               END-READ
               PERFORM SHOW_TEMPLATE

               EVALUATE TRUE
                   WHEN RJ-IS-ACTIVE
                       DISPLAY "Suspend this template? (Y/N): "
                       ACCEPT DECISION
                       IF DECISION NOT = "Y"
                           EXIT SECTION
                       END-IF
                       MOVE "S" TO RJ-STATUS
                       MOVE "GL_TEMPLATE_SUSPEND" TO AUD-ACTION
                   WHEN RJ-IS-SUSPENDED
                       DISPLAY "Resume this template? (Y/N): "
                       ACCEPT DECISION
                       IF DECISION NOT = "Y"
                           EXIT SECTION
                       END-IF
                       MOVE "A" TO RJ-STATUS
                       MOVE "GL_TEMPLATE_RESUME" TO AUD-ACTION
                   WHEN RJ-IS-PENDING
                       DISPLAY "Template is awaiting approval."
                       EXIT SECTION
                   WHEN OTHER
                       DISPLAY "Template was rejected - amend it "
                           "to resubmit."
                       EXIT SECTION
               END-EVALUATE
               REWRITE RECURRING-JOURNAL-RECORD

               MOVE "GLJOURNAL" TO AUD-SOURCE
               MOVE OPERATOR-ID TO AUD-USER
               MOVE RJ-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL
               DISPLAY "Template " RJ-ID " status now " RJ-STATUS.

           LIST_OUTSTANDING SECTION.
               MOVE 0 TO ITEMS-LISTED
               DISPLAY "---- Journals not yet posted ----"
               MOVE "N" TO MANJE-EOF
               MOVE LOW-VALUES TO MJ-ID
               START ManualJournalFile KEY IS NOT LESS THAN MJ-ID
                   INVALID KEY
                       MOVE "Y" TO MANJE-EOF
               END-START
               PERFORM LIST_NEXT_JOURNAL
               UNTIL MANJE-EOF = "Y"
               IF ITEMS-LISTED = 0
                   DISPLAY "None."
               END-IF

               MOVE 0 TO ITEMS-LISTED
               DISPLAY "---- Recurring templates ----"
               MOVE "N" TO RECUR-EOF
               MOVE LOW-VALUES TO RJ-ID
               START RecurringJournalFile KEY IS NOT LESS THAN RJ-ID
                   INVALID KEY
                       MOVE "Y" TO RECUR-EOF
               END-START
               PERFORM LIST_NEXT_TEMPLATE
               UNTIL RECUR-EOF = "Y"
               IF ITEMS-LISTED = 0
                   DISPLAY "None."
               END-IF.

           LIST_NEXT_JOURNAL SECTION.
               READ ManualJournalFile NEXT
                   AT END
                       MOVE "Y" TO MANJE-EOF
                       EXIT SECTION
               END-READ
               IF MJ-IS-PENDING OR MJ-IS-APPROVED
                   ADD 1 TO ITEMS-LISTED
                   MOVE MJ-TOTAL TO AMOUNT-ED
                   DISPLAY MJ-ID " " MJ-POST-DATE " " MJ-STATUS
                       " " AMOUNT-ED " " MJ-MAKER " " MJ-DESC
               END-IF.

           LIST_NEXT_TEMPLATE SECTION.
               READ RecurringJournalFile NEXT
                   AT END
                       MOVE "Y" TO RECUR-EOF
                       EXIT SECTION
               END-READ
               ADD 1 TO ITEMS-LISTED
               MOVE RJ-TOTAL TO AMOUNT-ED
               DISPLAY RJ-ID " day " RJ-DAY " " RJ-STATUS " "
                   AMOUNT-ED " last " RJ-LAST-PERIOD " " RJ-DESC.
