           IDENTIFICATION DIVISION.
           PROGRAM-ID. ASSET-MAINT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FixedAssetFile ASSIGN TO "FIXASSET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FA-ID
                   FILE STATUS IS ASSET-FILE-STATUS.

               SELECT ManualJournalFile ASSIGN TO "GLMANJE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MJ-ID
                   FILE STATUS IS MANJE-FILE-STATUS.

               SELECT TerminalMasterFile ASSIGN TO "TERMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRM-ID
                   FILE STATUS IS TERM-FILE-STATUS.

               SELECT PeriodControlFile ASSIGN TO "PERIODCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-PERIOD
                   FILE STATUS IS PERIOD-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD FixedAssetFile.
           COPY FIXASSET.

           FD ManualJournalFile.
           COPY GLMANJE.

           FD TerminalMasterFile.
           01 TERMINAL-MASTER-RECORD.
               02 TRM-ID       PIC X(4).
               02 TRM-LOCATION PIC X(20).
               02 TRM-STATUS   PIC X(1).
                   88 TRM-IS-ACTIVE VALUE "A".
                   88 TRM-IS-CLOSED VALUE "X".

           FD PeriodControlFile.
           01 PERIOD-CONTROL-RECORD.
               02 PC-PERIOD      PIC 9(6).
               02 PC-STATUS      PIC X(1).
                   88 PC-IS-OPEN   VALUE "O".
                   88 PC-IS-CLOSED VALUE "C".
               02 PC-CLOSED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 ASSET-FILE-STATUS PIC XX.
               88 ASSET-FILE-OK VALUE "00".
               88 ASSET-FILE-MISSING VALUE "35".
           01 MANJE-FILE-STATUS PIC XX.
               88 MANJE-FILE-OK VALUE "00".
               88 MANJE-FILE-MISSING VALUE "35".
           01 TERM-FILE-STATUS PIC XX.
               88 TERM-FILE-OK VALUE "00".
           01 TERMS-ON PIC X VALUE "N".
               88 TERMS-ARE-ON VALUE "Y".
           01 PERIOD-FILE-STATUS PIC XX.
               88 PERIOD-FILE-OK VALUE "00".
           01 PERIODS-ON PIC X VALUE "N".
               88 PERIODS-ARE-ON VALUE "Y".
           01 PERIOD-USABLE PIC X VALUE "Y".
               88 PERIOD-IS-USABLE VALUE "Y".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).
           01 RUN-PERIOD PIC 9(6).
           01 PREV-PERIOD PIC 9(6).

           01 PARM-ID    PIC X(12).
           01 PARM-ASOF  PIC 9(8).
           01 PARM-VALUE PIC S9(7)V9(6).
           01 PARM-FOUND PIC X(1).
               88 PARM-IS-FOUND VALUE "Y".
           01 APPROVAL-LIMIT PIC 9(9)V99 VALUE 5000.00.

           01 CLASS-CODE-VALUES.
               02 FILLER PIC X(16) VALUE "1500159055004600".
               02 FILLER PIC X(16) VALUE "1510159155104610".
               02 FILLER PIC X(16) VALUE "1520159255204620".
           01 CLASS-CODE-TABLE REDEFINES CLASS-CODE-VALUES.
               02 CLASS-CODES OCCURS 3 TIMES.
                   03 CC-COST     PIC X(4).
                   03 CC-ACCUM    PIC X(4).
                   03 CC-DEPN     PIC X(4).
                   03 CC-DISPOSAL PIC X(4).
           01 CLASS-INDEX PIC 9(1).

           01 CHOICE PIC 9 VALUE 0.
           01 INPUT-ASSET-ID PIC X(8).
           01 INPUT-DESC PIC X(30).
           01 INPUT-CLASS PIC X(1).
           01 INPUT-TERM-ID PIC X(4).
           01 INPUT-STORE PIC X(3).
           01 INPUT-LOCATION PIC X(10).
           01 INPUT-COST PIC 9(9)V99.
           01 INPUT-SALVAGE PIC 9(9)V99.
           01 INPUT-DATE PIC 9(8).
           01 INPUT-LIFE PIC 9(3).
           01 INPUT-METHOD PIC X(1).
           01 INPUT-RATE PIC 9(2)V99.
           01 INPUT-FUNDING PIC X(1).
           01 INPUT-PROCEEDS PIC 9(9)V99.
           01 CONFIRM PIC X(1).

           01 PERIOD-WORK.
               02 PW-YEAR  PIC 9(4).
               02 PW-MONTH PIC 9(2).
           01 PERIOD-WORK-N REDEFINES PERIOD-WORK PIC 9(6).
           01 CATCH-FROM PIC 9(6).
           01 CATCH-TO PIC 9(6).
           01 CATCH-PERIOD PIC 9(6).
           01 CATCH-TOTAL PIC 9(9)V99.
           01 DEPN-AMOUNT PIC 9(9)V99.
           01 OLD-ACCUM PIC 9(9)V99.
           01 NET-BOOK-VALUE PIC S9(9)V99.
           01 GAIN-LOSS PIC S9(9)V99.
           01 POST-AMOUNT PIC 9(9)V99.

           01 JL-CODE PIC X(4).
           01 JL-SIDE PIC X(1).
           01 JL-AMOUNT PIC 9(9)V99.
           01 JL-DESC PIC X(30).
           01 JOURNAL-SEQ PIC 9(2).
           01 JOURNAL-WRITTEN PIC X(1).
               88 JOURNAL-IS-WRITTEN VALUE "Y".

           01 AMOUNT-ED PIC Z(8)9.99.
           01 SIGNED-ED PIC -(9)9.99.

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
               DISPLAY "---- Fixed Asset Register ----"
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               DISPLAY "Operator id: "
               ACCEPT CA-USER-ID
               MOVE "ASSETS" TO CA-FUNCTION
               CALL "CHECK-ACCESS" USING CA-USER-ID,
                   CA-FUNCTION, CA-ALLOWED
               IF NOT CA-IS-ALLOWED
                   DISPLAY "Not authorised for the asset register."
                   STOP RUN
               END-IF

               MOVE RUN-DATE TO PARM-ASOF
               MOVE "GLJNLLIMIT" TO PARM-ID
               CALL "GET-PARAMETER" USING PARM-ID,
                   PARM-ASOF, PARM-VALUE, PARM-FOUND
               IF PARM-IS-FOUND AND PARM-VALUE > 0
                   MOVE PARM-VALUE TO APPROVAL-LIMIT
               END-IF

               MOVE RUN-DATE(1:6) TO RUN-PERIOD
               MOVE RUN-PERIOD TO PERIOD-WORK-N
               PERFORM PREVIOUS_PERIOD
               MOVE PERIOD-WORK-N TO PREV-PERIOD

               OPEN I-O FixedAssetFile
               IF ASSET-FILE-MISSING
                   OPEN OUTPUT FixedAssetFile
                   CLOSE FixedAssetFile
                   OPEN I-O FixedAssetFile
               END-IF
               OPEN I-O ManualJournalFile
               IF MANJE-FILE-MISSING
                   OPEN OUTPUT ManualJournalFile
                   CLOSE ManualJournalFile
                   OPEN I-O ManualJournalFile
               END-IF
               OPEN INPUT TerminalMasterFile
               IF TERM-FILE-OK
                   MOVE "Y" TO TERMS-ON
               END-IF
               OPEN INPUT PeriodControlFile
               IF PERIOD-FILE-OK
                   MOVE "Y" TO PERIODS-ON
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 5

               CLOSE FixedAssetFile
               CLOSE ManualJournalFile
               IF TERMS-ARE-ON
                   CLOSE TerminalMasterFile
               END-IF
               IF PERIODS-ARE-ON
                   CLOSE PeriodControlFile
               END-IF
               DISPLAY "---- Asset Register Complete ----"
               STOP RUN.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Register asset             *"
               DISPLAY "* 2. Amend asset details        *"
               DISPLAY "* 3. Dispose of asset           *"
               DISPLAY "* 4. Enquire on asset           *"
               DISPLAY "* 5. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       PERFORM REGISTER_ASSET
                   WHEN 2
                       PERFORM AMEND_ASSET
                   WHEN 3
                       PERFORM DISPOSE_ASSET
                   WHEN 4
                       PERFORM ENQUIRE_ASSET
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE.

           REGISTER_ASSET SECTION.
               DISPLAY "Asset id (8 chars): "
               ACCEPT INPUT-ASSET-ID
               IF INPUT-ASSET-ID = SPACES
                   EXIT SECTION
               END-IF
               MOVE INPUT-ASSET-ID TO FA-ID
               READ FixedAssetFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Asset already registered."
                       EXIT SECTION
               END-READ

               DISPLAY "Description: "
               ACCEPT INPUT-DESC
               DISPLAY "Class - (T)erminal, (F)itting or till, "
                   "school (E)quipment: "
               ACCEPT INPUT-CLASS
               MOVE SPACES TO INPUT-TERM-ID
               MOVE SPACES TO INPUT-STORE
               EVALUATE INPUT-CLASS
                   WHEN "T"
                       DISPLAY "Terminal id: "
                       ACCEPT INPUT-TERM-ID
                       IF TERMS-ARE-ON
                           MOVE INPUT-TERM-ID TO TRM-ID
                           READ TerminalMasterFile
                               INVALID KEY
                                   DISPLAY "Terminal not on file - "
                                       "asset refused."
                                   EXIT SECTION
                           END-READ
                           DISPLAY "  " TRM-LOCATION
                       END-IF
                       MOVE INPUT-TERM-ID TO INPUT-LOCATION
                   WHEN "F"
                       DISPLAY "Store code (3 chars): "
                       ACCEPT INPUT-STORE
                       IF INPUT-STORE = SPACES
                           DISPLAY "Store code required - asset "
                               "refused."
                           EXIT SECTION
                       END-IF
                       MOVE INPUT-STORE TO INPUT-LOCATION
                   WHEN "E"
                       DISPLAY "Room or department (blank = "
                           "SCHOOL): "
                       ACCEPT INPUT-LOCATION
                       IF INPUT-LOCATION = SPACES
                           MOVE "SCHOOL" TO INPUT-LOCATION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Class must be T, F or E - asset "
                           "refused."
                       EXIT SECTION
               END-EVALUATE

               DISPLAY "Cost (e.g. 12500.00): "
               ACCEPT INPUT-COST
               IF INPUT-COST = 0
                   DISPLAY "Cost must be above zero - asset "
                       "refused."
                   EXIT SECTION
               END-IF
               DISPLAY "Salvage value (0 if none): "
               ACCEPT INPUT-SALVAGE
               IF INPUT-SALVAGE >= INPUT-COST
                   DISPLAY "Salvage value must be below cost - "
                       "asset refused."
                   EXIT SECTION
               END-IF
               DISPLAY "Acquisition date (YYYYMMDD): "
               ACCEPT INPUT-DATE
               IF INPUT-DATE = 0 OR INPUT-DATE > RUN-DATE
                   DISPLAY "Acquisition date must be on or before "
                       RUN-DATE " - asset refused."
                   EXIT SECTION
               END-IF
               PERFORM ENTER_LIFE_AND_METHOD
               IF INPUT-LIFE = 0
                   EXIT SECTION
               END-IF
               DISPLAY "(P) new purchase on account, or (O) asset "
                   "already owned: "
               ACCEPT INPUT-FUNDING
               IF INPUT-FUNDING NOT = "P" AND INPUT-FUNDING NOT = "O"
                   DISPLAY "Answer P or O - asset refused."
                   EXIT SECTION
               END-IF

               PERFORM CHECK_RUN_PERIOD
               IF NOT PERIOD-IS-USABLE
                   EXIT SECTION
               END-IF

               INITIALIZE FIXED-ASSET-RECORD
               MOVE INPUT-ASSET-ID TO FA-ID
               MOVE INPUT-DESC TO FA-DESC
               MOVE INPUT-CLASS TO FA-CLASS
               MOVE INPUT-TERM-ID TO FA-TERM-ID
               MOVE INPUT-STORE TO FA-STORE
               MOVE INPUT-LOCATION TO FA-LOCATION
               MOVE INPUT-COST TO FA-COST
               MOVE INPUT-SALVAGE TO FA-SALVAGE
               MOVE INPUT-DATE TO FA-ACQ-DATE
               MOVE INPUT-LIFE TO FA-LIFE-MONTHS
               MOVE INPUT-METHOD TO FA-METHOD
               MOVE INPUT-RATE TO FA-RATE
               MOVE 0 TO FA-ACCUM-DEPN
               MOVE "A" TO FA-STATUS
               MOVE INPUT-DATE(1:6) TO PERIOD-WORK-N
               MOVE PERIOD-WORK-N TO CATCH-FROM
               PERFORM PREVIOUS_PERIOD
               MOVE PERIOD-WORK-N TO FA-LAST-PERIOD
               PERFORM SET_CLASS_INDEX

               MOVE 0 TO CATCH-TOTAL
               IF INPUT-FUNDING = "O"
                   MOVE PREV-PERIOD TO CATCH-TO
                   PERFORM CATCH_UP_DEPRECIATION
               END-IF

               INITIALIZE MANUAL-JOURNAL-RECORD
               MOVE CC-COST(CLASS-INDEX) TO JL-CODE
               MOVE "D" TO JL-SIDE
               MOVE FA-COST TO JL-AMOUNT
               MOVE SPACES TO JL-DESC
               STRING "asset " FA-ID " at cost"
                   DELIMITED BY SIZE INTO JL-DESC
               PERFORM ADD_JOURNAL_LINE
               IF INPUT-FUNDING = "P"
                   MOVE "2400" TO JL-CODE
                   MOVE "C" TO JL-SIDE
                   MOVE FA-COST TO JL-AMOUNT
                   MOVE SPACES TO JL-DESC
                   STRING "asset " FA-ID " purchased"
                       DELIMITED BY SIZE INTO JL-DESC
                   PERFORM ADD_JOURNAL_LINE
               ELSE
                   MOVE "3000" TO JL-CODE
                   MOVE "C" TO JL-SIDE
                   COMPUTE JL-AMOUNT = FA-COST - CATCH-TOTAL
                   MOVE SPACES TO JL-DESC
                   STRING "asset " FA-ID " brought on book"
                       DELIMITED BY SIZE INTO JL-DESC
                   PERFORM ADD_JOURNAL_LINE
                   MOVE CC-ACCUM(CLASS-INDEX) TO JL-CODE
                   MOVE "C" TO JL-SIDE
                   MOVE CATCH-TOTAL TO JL-AMOUNT
                   MOVE SPACES TO JL-DESC
                   STRING "asset " FA-ID " depn to date"
                       DELIMITED BY SIZE INTO JL-DESC
                   PERFORM ADD_JOURNAL_LINE
               END-IF

               WRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "Asset could not be written."
                       EXIT SECTION
               END-WRITE
               MOVE SPACES TO MJ-DESC
               STRING "asset " FA-ID " registered"
                   DELIMITED BY SIZE INTO MJ-DESC
               PERFORM WRITE_ASSET_JOURNAL

               DISPLAY "Asset " FA-ID " registered."
               IF CATCH-TOTAL > 0
                   MOVE CATCH-TOTAL TO AMOUNT-ED
                   DISPLAY "Depreciation to " FA-LAST-PERIOD
                       " brought on: " AMOUNT-ED
               END-IF
               MOVE "ASSET_REGISTERED" TO AUD-ACTION
               PERFORM AUDIT_ASSET.

           ENTER_LIFE_AND_METHOD SECTION.
               DISPLAY "Useful life in months (1-600): "
               ACCEPT INPUT-LIFE
               IF INPUT-LIFE < 1 OR INPUT-LIFE > 600
                   DISPLAY "Life must be 1 to 600 months."
                   MOVE 0 TO INPUT-LIFE
                   EXIT SECTION
               END-IF
               DISPLAY "Method - (S)traight line or (D)eclining "
                   "balance: "
               ACCEPT INPUT-METHOD
               MOVE 0 TO INPUT-RATE
               EVALUATE INPUT-METHOD
                   WHEN "S"
                       CONTINUE
                   WHEN "D"
                       DISPLAY "Annual rate % (e.g. 25.00): "
                       ACCEPT INPUT-RATE
                       IF INPUT-RATE = 0
                           DISPLAY "Rate must be above zero."
                           MOVE 0 TO INPUT-LIFE
                       END-IF
                   WHEN OTHER
                       DISPLAY "Method must be S or D."
                       MOVE 0 TO INPUT-LIFE
               END-EVALUATE.

           AMEND_ASSET SECTION.
               DISPLAY "Asset id: "
               ACCEPT INPUT-ASSET-ID
               MOVE INPUT-ASSET-ID TO FA-ID
               READ FixedAssetFile
                   INVALID KEY
                       DISPLAY "Asset not found."
                       EXIT SECTION
               END-READ
               IF NOT FA-IS-ACTIVE
                   DISPLAY "Asset has been disposed of."
                   EXIT SECTION
               END-IF
               PERFORM SHOW_ASSET

               DISPLAY "New description (blank = keep): "
               ACCEPT INPUT-DESC
               IF INPUT-DESC NOT = SPACES
                   MOVE INPUT-DESC TO FA-DESC
               END-IF
               IF FA-IS-SCHOOL
                   DISPLAY "New room or department (blank = "
                       "keep): "
                   ACCEPT INPUT-LOCATION
                   IF INPUT-LOCATION NOT = SPACES
                       MOVE INPUT-LOCATION TO FA-LOCATION
                   END-IF
               END-IF
               DISPLAY "Change life or method? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM = "Y"
                   PERFORM ENTER_LIFE_AND_METHOD
                   IF INPUT-LIFE = 0
                       DISPLAY "Asset unchanged."
                       EXIT SECTION
                   END-IF
                   MOVE INPUT-LIFE TO FA-LIFE-MONTHS
                   MOVE INPUT-METHOD TO FA-METHOD
                   MOVE INPUT-RATE TO FA-RATE
               END-IF
               REWRITE FIXED-ASSET-RECORD
               DISPLAY "Asset " FA-ID " amended."
               MOVE "ASSET_AMENDED" TO AUD-ACTION
               PERFORM AUDIT_ASSET.

           DISPOSE_ASSET SECTION.
               DISPLAY "Asset id: "
               ACCEPT INPUT-ASSET-ID
               MOVE INPUT-ASSET-ID TO FA-ID
               READ FixedAssetFile
                   INVALID KEY
                       DISPLAY "Asset not found."
                       EXIT SECTION
               END-READ
               IF NOT FA-IS-ACTIVE
                   DISPLAY "Asset has already been disposed of."
                   EXIT SECTION
               END-IF
               PERFORM SHOW_ASSET

               DISPLAY "Disposal date (YYYYMMDD, 0 = business "
                   "date): "
               ACCEPT INPUT-DATE
               IF INPUT-DATE = 0
                   MOVE RUN-DATE TO INPUT-DATE
               END-IF
               IF INPUT-DATE > RUN-DATE OR INPUT-DATE < FA-ACQ-DATE
                   DISPLAY "Disposal date must fall between "
                       FA-ACQ-DATE " and " RUN-DATE "."
                   EXIT SECTION
               END-IF
               DISPLAY "Sale proceeds (0 if scrapped): "
               ACCEPT INPUT-PROCEEDS

               PERFORM CHECK_RUN_PERIOD
               IF NOT PERIOD-IS-USABLE
                   EXIT SECTION
               END-IF
               PERFORM SET_CLASS_INDEX

               MOVE FA-ACCUM-DEPN TO OLD-ACCUM
               MOVE FA-LAST-PERIOD TO PERIOD-WORK-N
               PERFORM NEXT_PERIOD
               MOVE PERIOD-WORK-N TO CATCH-FROM
               MOVE INPUT-DATE(1:6) TO PERIOD-WORK-N
               PERFORM PREVIOUS_PERIOD
               MOVE PERIOD-WORK-N TO CATCH-TO
               MOVE 0 TO CATCH-TOTAL
               PERFORM CATCH_UP_DEPRECIATION

               COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPN
               COMPUTE GAIN-LOSS = INPUT-PROCEEDS - NET-BOOK-VALUE
               MOVE NET-BOOK-VALUE TO SIGNED-ED
               DISPLAY "Net book value at disposal: " SIGNED-ED
               MOVE GAIN-LOSS TO SIGNED-ED
               DISPLAY "Gain (+) or loss (-) on disposal: "
                   SIGNED-ED
               DISPLAY "Dispose of this asset? (Y/N): "
               ACCEPT CONFIRM
               IF CONFIRM NOT = "Y"
                   DISPLAY "Disposal abandoned."
                   EXIT SECTION
               END-IF

               INITIALIZE MANUAL-JOURNAL-RECORD
               MOVE CC-DEPN(CLASS-INDEX) TO JL-CODE
               MOVE "D" TO JL-SIDE
               MOVE CATCH-TOTAL TO JL-AMOUNT
               MOVE SPACES TO JL-DESC
               STRING "asset " FA-ID " depn to disposal"
                   DELIMITED BY SIZE INTO JL-DESC
               PERFORM ADD_JOURNAL_LINE
               MOVE CC-ACCUM(CLASS-INDEX) TO JL-CODE
               MOVE "D" TO JL-SIDE
               MOVE OLD-ACCUM TO JL-AMOUNT
               MOVE SPACES TO JL-DESC
               STRING "asset " FA-ID " depn released"
                   DELIMITED BY SIZE INTO JL-DESC
               PERFORM ADD_JOURNAL_LINE
               MOVE "1010" TO JL-CODE
               MOVE "D" TO JL-SIDE
               MOVE INPUT-PROCEEDS TO JL-AMOUNT
               MOVE SPACES TO JL-DESC
               STRING "asset " FA-ID " sale proceeds"
                   DELIMITED BY SIZE INTO JL-DESC
               PERFORM ADD_JOURNAL_LINE
               MOVE CC-COST(CLASS-INDEX) TO JL-CODE
               MOVE "C" TO JL-SIDE
               MOVE FA-COST TO JL-AMOUNT
               MOVE SPACES TO JL-DESC
               STRING "asset " FA-ID " cost removed"
                   DELIMITED BY SIZE INTO JL-DESC
               PERFORM ADD_JOURNAL_LINE
               MOVE CC-DISPOSAL(CLASS-INDEX) TO JL-CODE
               MOVE SPACES TO JL-DESC
               IF GAIN-LOSS > 0
                   MOVE "C" TO JL-SIDE
                   MOVE GAIN-LOSS TO JL-AMOUNT
                   STRING "asset " FA-ID " gain on disposal"
                       DELIMITED BY SIZE INTO JL-DESC
               ELSE
                   MOVE "D" TO JL-SIDE
                   COMPUTE JL-AMOUNT = GAIN-LOSS * -1
                   STRING "asset " FA-ID " loss on disposal"
                       DELIMITED BY SIZE INTO JL-DESC
               END-IF
               PERFORM ADD_JOURNAL_LINE

               MOVE "D" TO FA-STATUS
               MOVE INPUT-DATE TO FA-DISPOSAL-DATE
               MOVE INPUT-PROCEEDS TO FA-PROCEEDS
               MOVE GAIN-LOSS TO FA-GAIN-LOSS
               REWRITE FIXED-ASSET-RECORD
               MOVE SPACES TO MJ-DESC
               STRING "asset " FA-ID " disposed"
                   DELIMITED BY SIZE INTO MJ-DESC
               PERFORM WRITE_ASSET_JOURNAL

               DISPLAY "Asset " FA-ID " disposed of."
               MOVE "ASSET_DISPOSED" TO AUD-ACTION
               PERFORM AUDIT_ASSET.

           ENQUIRE_ASSET SECTION.
               DISPLAY "Asset id: "
               ACCEPT INPUT-ASSET-ID
               MOVE INPUT-ASSET-ID TO FA-ID
               READ FixedAssetFile
                   INVALID KEY
                       DISPLAY "Asset not found."
                       EXIT SECTION
               END-READ
               PERFORM SHOW_ASSET
               IF FA-IS-DISPOSED
                   MOVE FA-PROCEEDS TO AMOUNT-ED
                   MOVE FA-GAIN-LOSS TO SIGNED-ED
                   DISPLAY "  Disposed " FA-DISPOSAL-DATE
                       " proceeds " AMOUNT-ED
                       " gain/loss " SIGNED-ED
               END-IF.

           SHOW_ASSET SECTION.
               DISPLAY "Asset " FA-ID "  " FA-DESC
               DISPLAY "  Class " FA-CLASS "  location " FA-LOCATION
                   "  acquired " FA-ACQ-DATE
               MOVE FA-COST TO AMOUNT-ED
               DISPLAY "  Cost            " AMOUNT-ED
               MOVE FA-ACCUM-DEPN TO AMOUNT-ED
               DISPLAY "  Depreciation    " AMOUNT-ED
                   "  to period " FA-LAST-PERIOD
               COMPUTE NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPN
               MOVE NET-BOOK-VALUE TO SIGNED-ED
               DISPLAY "  Net book value " SIGNED-ED
               DISPLAY "  Life " FA-LIFE-MONTHS " months, method "
                   FA-METHOD "  rate " FA-RATE.

           CHECK_RUN_PERIOD SECTION.
               MOVE "Y" TO PERIOD-USABLE
               IF NOT PERIODS-ARE-ON
                   EXIT SECTION
               END-IF
               MOVE RUN-PERIOD TO PC-PERIOD
               READ PeriodControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-IS-CLOSED
                           DISPLAY "Period " RUN-PERIOD " is "
                               "closed - nothing can be posted."
                           MOVE "N" TO PERIOD-USABLE
                       END-IF
               END-READ.

           SET_CLASS_INDEX SECTION.
               EVALUATE TRUE
                   WHEN FA-IS-TERMINAL
                       MOVE 1 TO CLASS-INDEX
                   WHEN FA-IS-FITTING
                       MOVE 2 TO CLASS-INDEX
                   WHEN OTHER
                       MOVE 3 TO CLASS-INDEX
               END-EVALUATE.

           CATCH_UP_DEPRECIATION SECTION.
               MOVE CATCH-FROM TO CATCH-PERIOD
               PERFORM CATCH_UP_MONTH
               UNTIL CATCH-PERIOD > CATCH-TO.

           CATCH_UP_MONTH SECTION.
               CALL "CALC-ASSET-DEPN" USING FA-COST, FA-SALVAGE,
                   FA-ACQ-DATE, FA-LIFE-MONTHS, FA-METHOD, FA-RATE,
                   FA-ACCUM-DEPN, CATCH-PERIOD, DEPN-AMOUNT
               ADD DEPN-AMOUNT TO FA-ACCUM-DEPN
               ADD DEPN-AMOUNT TO CATCH-TOTAL
               MOVE CATCH-PERIOD TO FA-LAST-PERIOD
               MOVE CATCH-PERIOD TO PERIOD-WORK-N
               PERFORM NEXT_PERIOD
               MOVE PERIOD-WORK-N TO CATCH-PERIOD.

           NEXT_PERIOD SECTION.
               IF PW-MONTH >= 12
                   ADD 1 TO PW-YEAR
                   MOVE 1 TO PW-MONTH
               ELSE
                   ADD 1 TO PW-MONTH
               END-IF.

           PREVIOUS_PERIOD SECTION.
               IF PW-MONTH <= 1
                   SUBTRACT 1 FROM PW-YEAR
                   MOVE 12 TO PW-MONTH
               ELSE
                   SUBTRACT 1 FROM PW-MONTH
               END-IF.

           ADD_JOURNAL_LINE SECTION.
               IF JL-AMOUNT = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO MJ-LINE-COUNT
               MOVE JL-CODE TO MJL-CODE(MJ-LINE-COUNT)
               MOVE JL-SIDE TO MJL-SIDE(MJ-LINE-COUNT)
               MOVE JL-AMOUNT TO MJL-AMOUNT(MJ-LINE-COUNT)
               MOVE JL-DESC TO MJL-DESC(MJ-LINE-COUNT)
               IF JL-SIDE = "D"
                   ADD JL-AMOUNT TO MJ-TOTAL
               END-IF.

           WRITE_ASSET_JOURNAL SECTION.
               MOVE RUN-DATE TO MJ-POST-DATE
               MOVE "F" TO MJ-SOURCE
               MOVE "N" TO MJ-REVERSE
               MOVE CA-USER-ID TO MJ-MAKER
               MOVE SPACES TO MJ-CHECKER
               MOVE 0 TO MJ-POSTED-DATE
               IF MJ-TOTAL > APPROVAL-LIMIT
                   MOVE "P" TO MJ-STATUS
               ELSE
                   MOVE "A" TO MJ-STATUS
               END-IF
               MOVE 0 TO JOURNAL-SEQ
               MOVE "N" TO JOURNAL-WRITTEN
               PERFORM TRY_JOURNAL_ID
               UNTIL JOURNAL-IS-WRITTEN OR JOURNAL-SEQ >= 99
               IF NOT JOURNAL-IS-WRITTEN
                   DISPLAY "No journal number free today - GL "
                       "entry must be made by hand."
                   EXIT SECTION
               END-IF
               IF MJ-IS-PENDING
                   DISPLAY "GL journal " MJ-ID " is over the "
                       "approval limit - awaiting a second user."
               ELSE
                   DISPLAY "GL journal " MJ-ID " will post tonight."
               END-IF.

           TRY_JOURNAL_ID SECTION.
               ADD 1 TO JOURNAL-SEQ
               STRING "FA" RUN-DATE JOURNAL-SEQ
                   DELIMITED BY SIZE INTO MJ-ID
               WRITE MANUAL-JOURNAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO JOURNAL-WRITTEN
               END-WRITE.

           AUDIT_ASSET SECTION.
               MOVE "ASSETREG" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE FA-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.
