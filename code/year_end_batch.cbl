                  IDENTIFICATION DIVISION.
                  PROGRAM-ID. YEAR-END-BATCH.

                  ENVIRONMENT DIVISION.
                  INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT CheckpointFile ASSIGN TO "CHECKPT"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CHKPT-FILE-STATUS.

                      SELECT YearEndCheckpointFile ASSIGN TO
                          "YECHKPT"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS YECHK-FILE-STATUS.

                      SELECT StepCountFile ASSIGN TO "STEPCOUNT"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS STEPCT-FILE-STATUS.

                      SELECT YearEndControlFile ASSIGN TO "YECTL"
                          ORGANIZATION IS LINE SEQUENTIAL.

                      SELECT SignOffFile ASSIGN TO SIGNOFF-FILE-NAME
                          ORGANIZATION IS LINE SEQUENTIAL.

                  DATA DIVISION.
                  FILE SECTION.
                  FD CheckpointFile.
                  01 CheckpointLine.
                      02 CHKPT-RUN-DATE  PIC 9(8).
                      02 CHKPT-STEP-NAME PIC X(20).

                  FD YearEndCheckpointFile.
                  01 YearEndCheckpointLine.
                      02 YCK-YEAR      PIC 9(4).
                      02 YCK-STEP-NAME PIC X(20).
                      02 YCK-RUN-DATE  PIC 9(8).
                      02 YCK-OUTCOME   PIC X(4).
                      02 YCK-RC        PIC 9(3).
                      02 YCK-RECORDS   PIC 9(7).
                      02 YCK-TOTAL     PIC 9(13)V99.

                  FD StepCountFile.
                  01 StepCountLine.
                      02 SC-RECORDS PIC 9(7).
                      02 SC-TOTAL   PIC 9(13)V99.

                  FD YearEndControlFile.
                  01 YearEndControlLine.
                      02 YC-YEAR     PIC 9(4).
                      02 YC-STATUS   PIC X(1).
                      02 YC-STARTED  PIC 9(8).
                      02 YC-OPERATOR PIC X(10).

                  FD SignOffFile.
                  01 SIGNOFF-LINE PIC X(80).

                  WORKING-STORAGE SECTION.
                  01 CHKPT-FILE-STATUS PIC XX.
                      88 CHKPT-FILE-OK VALUE "00".
                  01 YECHK-FILE-STATUS PIC XX.
                      88 YECHK-FILE-OK VALUE "00".
                  01 STEPCT-FILE-STATUS PIC XX.
                      88 STEPCT-FILE-OK VALUE "00".
                  01 CHKPT-EOF PIC X VALUE "N".
                  01 YECHK-EOF PIC X VALUE "N".
                  01 STEP-NAME-OUT PIC X(20).

                  01 RUN-DATE PIC 9(8).
                  01 BUSINESS-DATE-STATUS PIC X(1).
                  01 TODAY-DATE PIC 9(8).
                  01 CLOSING-YEAR PIC 9(4).
                  01 YEAR-END-DATE PIC 9(8).
                  01 LAST-BUSINESS-DAY PIC 9(8).
                  01 NBD-CHECK PIC 9(8).
                  01 DAY-INT PIC 9(8).
                  01 DAYS-STEPPED PIC 9(2).
                  01 LBD-FOUND PIC X.
                      88 LBD-IS-FOUND VALUE "Y".
                  01 NIGHTLY-COMPLETE PIC X VALUE "N".
                      88 NIGHTLY-IS-COMPLETE VALUE "Y".
                  01 YEAR-COMPLETE PIC X VALUE "N".
                      88 YEAR-IS-COMPLETE VALUE "Y".
                  01 COMPLETED-ON PIC 9(8).

                  01 JOB-EVENT   PIC X(5).
                  01 JOB-RECORDS PIC 9(7) VALUE 0.
                  01 JOB-OUTCOME PIC X(4).
                  01 JOB-TOTAL   PIC 9(13)V99 VALUE 0.

                  01 STEP-RC PIC 9(3) VALUE 0.
                  01 FAILED-STEP-COUNT PIC 9(2) VALUE 0.
                  01 HELD-STEP-COUNT PIC 9(2) VALUE 0.
                  01 DONE-STEP-COUNT PIC 9(2) VALUE 0.
                  01 FORCE-STEP PIC X(20).

                  01 STEP-TABLE.
                      02 STEP-ENTRY OCCURS 7 TIMES.
                          03 ST-NAME     PIC X(10).
                          03 ST-DESC     PIC X(30).
                          03 ST-DONE     PIC X(1).
                              88 ST-IS-DONE VALUE "Y".
                          03 ST-EARLIER  PIC X(1).
                              88 ST-IS-EARLIER VALUE "Y".
                          03 ST-OUTCOME  PIC X(4).
                          03 ST-RC       PIC 9(3).
                          03 ST-RECORDS  PIC 9(7).
                          03 ST-TOTAL    PIC 9(13)V99.
                  01 STEP-COUNT PIC 9 VALUE 7.
                  01 STEP-NO PIC 9.
                  01 STEP-INDEX PIC 9.
                  01 PREREQ-NO PIC 9.

                  01 IA-PART-NO PIC 9 VALUE 1.
                  01 IA-PART-COUNT PIC 9 VALUE 1.
                  01 IA-RUN-MODE PIC X VALUE "Y".

                  01 BATCH-OPERATOR PIC X(10).
                  01 CA-USER-ID  PIC X(10).
                  01 CA-FUNCTION PIC X(12).
                  01 CA-ALLOWED  PIC X(1).
                      88 CA-IS-ALLOWED VALUE "Y".
                  01 AUD-SOURCE  PIC X(10).
                  01 AUD-USER    PIC X(10).
                  01 AUD-ACTION  PIC X(20).
                  01 AUD-DETAIL  PIC X(30).

                  01 AL-ACTION PIC X(3).
                  01 AL-ACCOUNT PIC X(6).
                  01 AL-HOLDER PIC X(10) VALUE "YEAREND".
                  01 AL-GRANTED PIC X(1).
                      88 AL-IS-GRANTED VALUE "Y".

                  01 ALERT-SEVERITY PIC X(4).
                  01 ALERT-SOURCE   PIC X(10).
                  01 ALERT-MESSAGE  PIC X(50).

                  01 SIGNOFF-FILE-NAME PIC X(40).
                  01 REPORT-TEXT PIC X(80).
                  01 TOTAL-ED PIC Z(12)9.99.

                  PROCEDURE DIVISION.
                  MAIN SECTION.
                      DISPLAY "---- Year-End Job Stream ----"
                      CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                          BUSINESS-DATE-STATUS
                      ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                      MOVE RUN-DATE(1:4) TO CLOSING-YEAR
                      SUBTRACT 1 FROM CLOSING-YEAR
                      COMPUTE YEAR-END-DATE =
                          CLOSING-YEAR * 10000 + 1231
                      DISPLAY "Business date: " RUN-DATE
                      DISPLAY "Closing year : " CLOSING-YEAR

                      DISPLAY "Operator id: "
                      ACCEPT BATCH-OPERATOR
                      MOVE BATCH-OPERATOR TO CA-USER-ID
                      MOVE "YEAREND" TO CA-FUNCTION
                      CALL "CHECK-ACCESS" USING CA-USER-ID,
                          CA-FUNCTION, CA-ALLOWED
                      IF NOT CA-IS-ALLOWED
                          DISPLAY "Not authorised to run the "
                              "year-end close."
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF

                      PERFORM FIND_LAST_BUSINESS_DAY
                      PERFORM CHECK_NIGHTLY_COMPLETE
                      IF NOT NIGHTLY-IS-COMPLETE
                          DISPLAY "---- NO-GO: nightly run for the "
                              "last business day " LAST-BUSINESS-DAY
                              " has not completed ----"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF

                      DISPLAY "Force rerun of a step for this "
                          "year (step name or blank): "
                      ACCEPT FORCE-STEP

                      PERFORM INIT_STEP_TABLE
                      PERFORM LOAD_CHECKPOINTS
                      IF YEAR-IS-COMPLETE
                          DISPLAY "---- Year-end close for "
                              CLOSING-YEAR " already completed on "
                              COMPLETED-ON " - not run again ----"
                          MOVE 4 TO RETURN-CODE
                          STOP RUN
                      END-IF

                      MOVE "YEAREND" TO AUD-SOURCE
                      MOVE BATCH-OPERATOR TO AUD-USER
                      MOVE "YEAR_END_STARTED" TO AUD-ACTION
                      INITIALIZE AUD-DETAIL
                      STRING "year " CLOSING-YEAR " run date "
                          RUN-DATE DELIMITED BY SIZE INTO AUD-DETAIL
                      CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                          AUD-ACTION, AUD-DETAIL

                      MOVE "EXC" TO AL-ACTION
                      MOVE SPACES TO AL-ACCOUNT
                      CALL "ACCT-LOCK" USING AL-ACTION,
                          AL-ACCOUNT, AL-HOLDER, AL-GRANTED
                      IF NOT AL-IS-GRANTED
                          DISPLAY "---- NO-GO: could not take "
                              "the exclusive account lock - "
                              "online sessions still open ----"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                      END-IF

                      MOVE "R" TO YC-STATUS
                      PERFORM WRITE_CONTROL

                      PERFORM RUN_INTCAP_STEP
                      PERFORM RUN_TAXEXTR_STEP
                      PERFORM RUN_GLCLOSE_STEP
                      PERFORM RUN_CTRRESET_STEP
                      PERFORM RUN_ACADROLL_STEP
                      PERFORM RUN_SEASONEND_STEP
                      PERFORM RUN_YEARCHIVE_STEP

                      MOVE "E" TO YC-STATUS
                      PERFORM WRITE_CONTROL

                      MOVE "RLX" TO AL-ACTION
                      MOVE SPACES TO AL-ACCOUNT
                      CALL "ACCT-LOCK" USING AL-ACTION,
                          AL-ACCOUNT, AL-HOLDER, AL-GRANTED

                      PERFORM COUNT_DONE_STEP
                          VARYING STEP-INDEX FROM 1 BY 1
                          UNTIL STEP-INDEX > STEP-COUNT
                      IF DONE-STEP-COUNT = STEP-COUNT
                          MOVE "COMPLETE" TO STEP-NAME-OUT
                          MOVE "OK" TO JOB-OUTCOME
                          MOVE 0 TO STEP-RC
                          MOVE 0 TO JOB-RECORDS
                          MOVE 0 TO JOB-TOTAL
                          PERFORM WRITE_CHECKPOINT
                          MOVE "YEAR_END_COMPLETE" TO AUD-ACTION
                      ELSE
                          MOVE "CRIT" TO ALERT-SEVERITY
                          MOVE "YEAREND" TO ALERT-SOURCE
                          INITIALIZE ALERT-MESSAGE
                          STRING "year-end close " CLOSING-YEAR
                              " incomplete - " FAILED-STEP-COUNT
                              " failed " HELD-STEP-COUNT " held"
                              DELIMITED BY SIZE INTO ALERT-MESSAGE
                          CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                              ALERT-SOURCE, ALERT-MESSAGE
                          MOVE "YEAR_END_INCOMPLETE" TO AUD-ACTION
                      END-IF
                      INITIALIZE AUD-DETAIL
                      STRING "year " CLOSING-YEAR " steps done "
                          DONE-STEP-COUNT
                          DELIMITED BY SIZE INTO AUD-DETAIL
                      CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                          AUD-ACTION, AUD-DETAIL

                      PERFORM WRITE_SIGNOFF_REPORT

                      IF DONE-STEP-COUNT = STEP-COUNT
                          DISPLAY "---- Year-End Close " CLOSING-YEAR
                              " Complete - sign-off report in "
                              SIGNOFF-FILE-NAME
                          MOVE 0 TO RETURN-CODE
                      ELSE
                          DISPLAY "---- INCOMPLETE: " FAILED-STEP-COUNT
                              " step(s) failed, " HELD-STEP-COUNT
                              " held - correct and restart ----"
                          MOVE 8 TO RETURN-CODE
                      END-IF
                      STOP RUN.

                  FIND_LAST_BUSINESS_DAY SECTION.
                      MOVE YEAR-END-DATE TO LAST-BUSINESS-DAY
                      MOVE "N" TO LBD-FOUND
                      MOVE 0 TO DAYS-STEPPED
                      PERFORM STEP_BACK_ONE_DAY
                          UNTIL LBD-IS-FOUND OR DAYS-STEPPED > 30.

                  STEP_BACK_ONE_DAY SECTION.
                      MOVE LAST-BUSINESS-DAY TO NBD-CHECK
                      CALL "NEXT-BUSINESS-DAY" USING NBD-CHECK
                      IF NBD-CHECK = LAST-BUSINESS-DAY
                          MOVE "Y" TO LBD-FOUND
                          EXIT SECTION
                      END-IF
                      COMPUTE DAY-INT = FUNCTION
                          INTEGER-OF-DATE(LAST-BUSINESS-DAY) - 1
                      COMPUTE LAST-BUSINESS-DAY = FUNCTION
                          DATE-OF-INTEGER(DAY-INT)
                      ADD 1 TO DAYS-STEPPED.

                  CHECK_NIGHTLY_COMPLETE SECTION.
                      OPEN INPUT CheckpointFile
                      IF NOT CHKPT-FILE-OK
                          EXIT SECTION
                      END-IF
                      MOVE "N" TO CHKPT-EOF
                      PERFORM READ_NIGHTLY_CHECKPOINT
                          UNTIL CHKPT-EOF = "Y"
                      CLOSE CheckpointFile.

                  READ_NIGHTLY_CHECKPOINT SECTION.
                      READ CheckpointFile
                          AT END
                              MOVE "Y" TO CHKPT-EOF
                          NOT AT END
                              IF CHKPT-RUN-DATE = LAST-BUSINESS-DAY
                                  AND CHKPT-STEP-NAME = "DATEROLL"
                                  MOVE "Y" TO NIGHTLY-COMPLETE
                              END-IF
                      END-READ.

                  INIT_STEP_TABLE SECTION.
                      INITIALIZE STEP-TABLE
                      MOVE "INTCAP" TO ST-NAME(1)
                      MOVE "Final interest capitalisation"
                          TO ST-DESC(1)
                      MOVE "TAXEXTR" TO ST-NAME(2)
                      MOVE "Annual interest tax extract"
                          TO ST-DESC(2)
                      MOVE "GLCLOSE" TO ST-NAME(3)
                      MOVE "GL year-end close" TO ST-DESC(3)
                      MOVE "CTRRESET" TO ST-NAME(4)
                      MOVE "Annual counters reset" TO ST-DESC(4)
                      MOVE "ACADROLL" TO ST-NAME(5)
                      MOVE "Academic-year rollover" TO ST-DESC(5)
                      MOVE "SEASONEND" TO ST-NAME(6)
                      MOVE "Season standings closure"
                          TO ST-DESC(6)
                      MOVE "YEARCHIVE" TO ST-NAME(7)
                      MOVE "Year-end archive generations"
                          TO ST-DESC(7).

                  LOAD_CHECKPOINTS SECTION.
                      OPEN INPUT YearEndCheckpointFile
                      IF NOT YECHK-FILE-OK
                          EXIT SECTION
                      END-IF
                      MOVE "N" TO YECHK-EOF
                      PERFORM READ_YEAR_END_CHECKPOINT
                          UNTIL YECHK-EOF = "Y"
                      CLOSE YearEndCheckpointFile.

                  READ_YEAR_END_CHECKPOINT SECTION.
                      READ YearEndCheckpointFile
                          AT END
                              MOVE "Y" TO YECHK-EOF
                              EXIT SECTION
                      END-READ
                      IF YCK-YEAR NOT = CLOSING-YEAR
                          EXIT SECTION
                      END-IF
                      IF YCK-STEP-NAME = "COMPLETE"
                          MOVE "Y" TO YEAR-COMPLETE
                          MOVE YCK-RUN-DATE TO COMPLETED-ON
                          EXIT SECTION
                      END-IF
                      IF YCK-STEP-NAME = FORCE-STEP
                          AND FORCE-STEP NOT = SPACES
                          EXIT SECTION
                      END-IF
                      PERFORM MARK_STEP_DONE
                          VARYING STEP-INDEX FROM 1 BY 1
                          UNTIL STEP-INDEX > STEP-COUNT.

                  MARK_STEP_DONE SECTION.
                      IF ST-NAME(STEP-INDEX) = YCK-STEP-NAME
                          MOVE "Y" TO ST-DONE(STEP-INDEX)
                          MOVE "Y" TO ST-EARLIER(STEP-INDEX)
                          MOVE YCK-OUTCOME TO ST-OUTCOME(STEP-INDEX)
                          MOVE YCK-RC TO ST-RC(STEP-INDEX)
                          MOVE YCK-RECORDS TO ST-RECORDS(STEP-INDEX)
                          MOVE YCK-TOTAL TO ST-TOTAL(STEP-INDEX)
                      END-IF.

                  RUN_INTCAP_STEP SECTION.
                      MOVE 1 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "INTEREST-ACCRUAL" USING IA-PART-NO,
                          IA-PART-COUNT, IA-RUN-MODE
                      PERFORM END_STEP.

                  RUN_TAXEXTR_STEP SECTION.
                      MOVE 2 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      IF NOT ST-IS-DONE(1)
                          MOVE 1 TO PREREQ-NO
                          PERFORM HOLD_STEP
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "TAX-EXTRACT"
                      PERFORM END_STEP.

                  RUN_GLCLOSE_STEP SECTION.
                      MOVE 3 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      IF NOT ST-IS-DONE(1)
                          MOVE 1 TO PREREQ-NO
                          PERFORM HOLD_STEP
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "GL-PERIOD-CLOSE"
                      PERFORM END_STEP.

                  RUN_CTRRESET_STEP SECTION.
                      MOVE 4 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      IF NOT ST-IS-DONE(2)
                          MOVE 2 TO PREREQ-NO
                          PERFORM HOLD_STEP
                          EXIT SECTION
                      END-IF
                      IF NOT ST-IS-DONE(3)
                          MOVE 3 TO PREREQ-NO
                          PERFORM HOLD_STEP
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "ANNUAL-RESET"
                      PERFORM END_STEP.

                  RUN_ACADROLL_STEP SECTION.
                      MOVE 5 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "CLASS-ROLLOVER"
                      PERFORM END_STEP.

                  RUN_SEASONEND_STEP SECTION.
                      MOVE 6 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "SEASON-POINTS-CONVERT"
                      PERFORM END_STEP.

                  RUN_YEARCHIVE_STEP SECTION.
                      MOVE 7 TO STEP-NO
                      IF ST-IS-DONE(STEP-NO)
                          PERFORM SHOW_ALREADY_DONE
                          EXIT SECTION
                      END-IF
                      MOVE 0 TO PREREQ-NO
                      PERFORM FIND_OPEN_PREREQ
                          VARYING STEP-INDEX FROM 1 BY 1
                          UNTIL STEP-INDEX NOT < STEP-NO
                          OR PREREQ-NO > 0
                      IF PREREQ-NO > 0
                          PERFORM HOLD_STEP
                          EXIT SECTION
                      END-IF
                      PERFORM BEGIN_STEP
                      CALL "YEAR-END-ARCHIVE"
                      PERFORM END_STEP.

                  FIND_OPEN_PREREQ SECTION.
                      IF NOT ST-IS-DONE(STEP-INDEX)
                          MOVE STEP-INDEX TO PREREQ-NO
                      END-IF.

                  SHOW_ALREADY_DONE SECTION.
                      DISPLAY ST-DESC(STEP-NO) " already completed "
                          "for " CLOSING-YEAR " - skipping.".

                  HOLD_STEP SECTION.
                      MOVE "HELD" TO ST-OUTCOME(STEP-NO)
                      ADD 1 TO HELD-STEP-COUNT
                      DISPLAY ST-DESC(STEP-NO) " held - "
                          ST-NAME(PREREQ-NO) " has not completed.".

                  BEGIN_STEP SECTION.
                      DISPLAY "Running " ST-DESC(STEP-NO) "..."
                      INITIALIZE STEP-NAME-OUT
                      STRING "YE-" ST-NAME(STEP-NO)
                          DELIMITED BY SPACE INTO STEP-NAME-OUT
                      PERFORM LOG_STEP_START.

                  END_STEP SECTION.
                      MOVE RETURN-CODE TO STEP-RC
                      MOVE 0 TO RETURN-CODE
                      PERFORM LOG_STEP_END
                      MOVE JOB-OUTCOME TO ST-OUTCOME(STEP-NO)
                      MOVE STEP-RC TO ST-RC(STEP-NO)
                      MOVE JOB-RECORDS TO ST-RECORDS(STEP-NO)
                      MOVE JOB-TOTAL TO ST-TOTAL(STEP-NO)
                      MOVE ST-NAME(STEP-NO) TO STEP-NAME-OUT
                      IF STEP-RC < 8
                          PERFORM WRITE_CHECKPOINT
                          MOVE "Y" TO ST-DONE(STEP-NO)
                      ELSE
                          PERFORM NOTE_STEP_FAILURE
                      END-IF.

                  LOG_STEP_START SECTION.
                      OPEN OUTPUT StepCountFile
                      MOVE 0 TO SC-RECORDS
                      MOVE 0 TO SC-TOTAL
                      WRITE StepCountLine
                      CLOSE StepCountFile

                      MOVE "START" TO JOB-EVENT
                      MOVE 0 TO JOB-RECORDS
                      MOVE SPACES TO JOB-OUTCOME
                      CALL "WRITE-JOBLOG" USING RUN-DATE,
                          STEP-NAME-OUT, JOB-EVENT, JOB-RECORDS,
                          JOB-OUTCOME.

                  LOG_STEP_END SECTION.
                      MOVE "END" TO JOB-EVENT
                      PERFORM READ_STEP_COUNT
                      EVALUATE TRUE
                          WHEN STEP-RC = 0
                              MOVE "OK" TO JOB-OUTCOME
                          WHEN STEP-RC < 8
                              MOVE "WARN" TO JOB-OUTCOME
                          WHEN OTHER
                              MOVE "FAIL" TO JOB-OUTCOME
                      END-EVALUATE
                      CALL "WRITE-JOBLOG" USING RUN-DATE,
                          STEP-NAME-OUT, JOB-EVENT, JOB-RECORDS,
                          JOB-OUTCOME.

                  READ_STEP_COUNT SECTION.
                      MOVE 0 TO JOB-RECORDS
                      MOVE 0 TO JOB-TOTAL
                      OPEN INPUT StepCountFile
                      IF STEPCT-FILE-OK
                          READ StepCountFile
                              AT END
                                  CONTINUE
                              NOT AT END
                                  MOVE SC-RECORDS TO JOB-RECORDS
                                  IF SC-TOTAL IS NUMERIC
                                      MOVE SC-TOTAL TO JOB-TOTAL
                                  END-IF
                          END-READ
                          CLOSE StepCountFile
                      END-IF.

                  NOTE_STEP_FAILURE SECTION.
                      ADD 1 TO FAILED-STEP-COUNT
                      DISPLAY "STEP FAILED: " STEP-NAME-OUT
                          " (rc " STEP-RC ") - no checkpoint "
                          "written."
                      MOVE "CRIT" TO ALERT-SEVERITY
                      MOVE "YEAREND" TO ALERT-SOURCE
                      INITIALIZE ALERT-MESSAGE
                      STRING "year-end step " STEP-NAME-OUT
                          DELIMITED BY SPACE
                          " failed rc " STEP-RC
                          DELIMITED BY SIZE INTO ALERT-MESSAGE
                      CALL "WRITE-ALERT" USING ALERT-SEVERITY,
                          ALERT-SOURCE, ALERT-MESSAGE.

                  WRITE_CHECKPOINT SECTION.
                      MOVE CLOSING-YEAR TO YCK-YEAR
                      MOVE STEP-NAME-OUT TO YCK-STEP-NAME
                      MOVE RUN-DATE TO YCK-RUN-DATE
                      MOVE JOB-OUTCOME TO YCK-OUTCOME
                      MOVE STEP-RC TO YCK-RC
                      MOVE JOB-RECORDS TO YCK-RECORDS
                      MOVE JOB-TOTAL TO YCK-TOTAL
                      OPEN EXTEND YearEndCheckpointFile
                      WRITE YearEndCheckpointLine
                      CLOSE YearEndCheckpointFile.

                  WRITE_CONTROL SECTION.
                      MOVE CLOSING-YEAR TO YC-YEAR
                      MOVE TODAY-DATE TO YC-STARTED
                      MOVE BATCH-OPERATOR TO YC-OPERATOR
                      OPEN OUTPUT YearEndControlFile
                      WRITE YearEndControlLine
                      CLOSE YearEndControlFile.

                  COUNT_DONE_STEP SECTION.
                      IF ST-IS-DONE(STEP-INDEX)
                          ADD 1 TO DONE-STEP-COUNT
                      END-IF.

                  WRITE_SIGNOFF_REPORT SECTION.
                      INITIALIZE SIGNOFF-FILE-NAME
                      STRING "YESIGNOFF." CLOSING-YEAR
                          DELIMITED BY SIZE INTO SIGNOFF-FILE-NAME
                      OPEN OUTPUT SignOffFile

                      INITIALIZE REPORT-TEXT
                      STRING "---- Year-End Close Sign-off - year "
                          CLOSING-YEAR " ----"
                          DELIMITED BY SIZE INTO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      INITIALIZE REPORT-TEXT
                      STRING "Business date " RUN-DATE
                          "   run on " TODAY-DATE
                          "   operator " BATCH-OPERATOR
                          DELIMITED BY SIZE INTO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      INITIALIZE REPORT-TEXT
                      STRING "Nightly run for last business day "
                          LAST-BUSINESS-DAY " completed"
                          DELIMITED BY SIZE INTO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      MOVE SPACES TO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      MOVE "STEP       DESCRIPTION" TO REPORT-TEXT
                      MOVE "RESULT RC  RECORDS    CONTROL TOTAL"
                          TO REPORT-TEXT(43:)
                      PERFORM WRITE_SIGNOFF_LINE

                      PERFORM WRITE_STEP_LINE
                          VARYING STEP-INDEX FROM 1 BY 1
                          UNTIL STEP-INDEX > STEP-COUNT

                      MOVE SPACES TO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      MOVE "* completed in an earlier run for this year"
                          TO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      INITIALIZE REPORT-TEXT
                      STRING "Steps complete " DONE-STEP-COUNT
                          " of " STEP-COUNT
                          "   failed " FAILED-STEP-COUNT
                          "   held " HELD-STEP-COUNT
                          DELIMITED BY SIZE INTO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      IF DONE-STEP-COUNT = STEP-COUNT
                          MOVE "Year-end close COMPLETE - will not run "
                              TO REPORT-TEXT
                          MOVE "again for this year" TO
                              REPORT-TEXT(40:)
                      ELSE
                          MOVE "Year-end close INCOMPLETE - correct "
                              TO REPORT-TEXT
                          MOVE "and restart the job" TO
                              REPORT-TEXT(37:)
                      END-IF
                      PERFORM WRITE_SIGNOFF_LINE
                      MOVE SPACES TO REPORT-TEXT
                      PERFORM WRITE_SIGNOFF_LINE
                      MOVE "Signed off by: ______________________"
                          TO REPORT-TEXT
                      MOVE "Date: __________" TO REPORT-TEXT(42:)
                      PERFORM WRITE_SIGNOFF_LINE
                      CLOSE SignOffFile.

                  WRITE_STEP_LINE SECTION.
                      MOVE SPACES TO REPORT-TEXT
                      MOVE ST-NAME(STEP-INDEX) TO REPORT-TEXT(1:10)
                      MOVE ST-DESC(STEP-INDEX) TO REPORT-TEXT(12:30)
                      MOVE ST-OUTCOME(STEP-INDEX) TO REPORT-TEXT(43:4)
                      IF ST-IS-EARLIER(STEP-INDEX)
                          MOVE "*" TO REPORT-TEXT(47:1)
                      END-IF
                      IF ST-OUTCOME(STEP-INDEX) NOT = "HELD"
                          MOVE ST-RC(STEP-INDEX) TO REPORT-TEXT(50:3)
                          MOVE ST-RECORDS(STEP-INDEX) TO
                              REPORT-TEXT(54:7)
                          MOVE ST-TOTAL(STEP-INDEX) TO TOTAL-ED
                          MOVE TOTAL-ED TO REPORT-TEXT(62:16)
                      END-IF
                      PERFORM WRITE_SIGNOFF_LINE
                      DISPLAY REPORT-TEXT.

                  WRITE_SIGNOFF_LINE SECTION.
                      MOVE REPORT-TEXT TO SIGNOFF-LINE
                      WRITE SIGNOFF-LINE.
