                  01 FAILED-STEP-COUNT PIC 9(2) VALUE 0.
                  01 ACCRUAL-FAILED PIC X VALUE "N".
                      88 ACCRUAL-HAS-FAILED VALUE "Y".
                  01 ACCRUAL-MODE PIC X VALUE "D".
                  01 FORCE-STEP PIC X(20).
                  01 RUN-MONTH PIC 9(6).
                  01 MONTH-START PIC 9(8).
                  01 FIRST-BUSINESS-DAY PIC 9(8).
                  01 RUN-WEEKDAY PIC 9.
                      88 RUN-IS-MONDAY VALUE 1.
                  01 RUN-WEEK-NO PIC 9(7).
                  01 RUN-FORTNIGHT PIC 9.
                      88 RUN-IS-REPORT-WEEK VALUE 0.

                  01 BATCH-OPERATOR PIC X(10).
                  01 AUD-SOURCE  PIC X(10).
                  01 AUD-USER    PIC X(10).
                  01 AUD-ACTION  PIC X(20).
                  01 AUD-DETAIL  PIC X(30).

                  01 AL-ACTION PIC X(3).
                  01 AL-ACCOUNT PIC X(6).
                      88 PARM-IS-FOUND VALUE "Y".
                  01 DONE-LOANCOLL PIC X VALUE "N".
                      88 LOANCOLL-DONE VALUE "Y".
                  01 DONE-LOANDELQ PIC X VALUE "N".
                      88 LOANDELQ-DONE VALUE "Y".
                  01 DONE-TDMATURE PIC X VALUE "N".
                      88 TDMATURE-DONE VALUE "Y".
                  01 DONE-MONTHFEE PIC X VALUE "N".
                      88 MONTHFEE-DONE VALUE "Y".
                  01 DONE-ODREPORT PIC X VALUE "N".
                      88 ODREPORT-DONE VALUE "Y".
                  01 DONE-TERMAVAIL PIC X VALUE "N".
                      88 TERMAVAIL-DONE VALUE "Y".
                  01 DONE-CUSTPROF PIC X VALUE "N".
                      88 CUSTPROF-DONE VALUE "Y".
                  01 DONE-ODREVIEW PIC X VALUE "N".
                      88 ODREVIEW-DONE VALUE "Y".
                  01 DONE-LIQLADDER PIC X VALUE "N".
                      88 LIQLADDER-DONE VALUE "Y".
                  01 DONE-CARDRENEW PIC X VALUE "N".
                      88 CARDRENEW-DONE VALUE "Y".
                  01 DONE-HOLDREL PIC X VALUE "N".
                      88 HOLDREL-DONE VALUE "Y".
                  01 DONE-CCEXPIRE PIC X VALUE "N".
                      88 CCEXPIRE-DONE VALUE "Y".
                  01 DONE-BILLSETL PIC X VALUE "N".
                      88 BILLSETL-DONE VALUE "Y".
                  01 DONE-APPAYRUN PIC X VALUE "N".
                      88 APPAYRUN-DONE VALUE "Y".
                  01 DONE-CASHFCST PIC X VALUE "N".
                      88 CASHFCST-DONE VALUE "Y".
                  01 DONE-CLRGRECN PIC X VALUE "N".
                      88 CLRGRECN-DONE VALUE "Y".
                  01 DONE-WATCHLOAD PIC X VALUE "N".
                      88 WATCHLOAD-DONE VALUE "Y".
                  01 DONE-FXFEED PIC X VALUE "N".
                      88 FXFEED-DONE VALUE "Y".
                  01 DONE-BASKET PIC X VALUE "N".
                      88 BASKET-DONE VALUE "Y".
                  01 DONE-PRICEAPPL PIC X VALUE "N".
                      88 PRICEAPPL-DONE VALUE "Y".
                  01 DONE-ROPCALC PIC X VALUE "N".
                      88 ROPCALC-DONE VALUE "Y".
                  01 DONE-LOWSTOCK PIC X VALUE "N".
                      88 LOWSTOCK-DONE VALUE "Y".
                  01 DONE-PORDGEN PIC X VALUE "N".
                      88 PORDGEN-DONE VALUE "Y".
                  01 DONE-ORDCANCEL PIC X VALUE "N".
                      88 ORDCANCEL-DONE VALUE "Y".
                  01 DONE-ASNLOAD PIC X VALUE "N".
                      88 ASNLOAD-DONE VALUE "Y".
                  01 DONE-TRFAGING PIC X VALUE "N".
                      88 TRFAGING-DONE VALUE "Y".
                  01 DONE-VOIDRPT PIC X VALUE "N".
                      88 VOIDRPT-DONE VALUE "Y".
                  01 DONE-RETSCAN PIC X VALUE "N".
                      88 RETSCAN-DONE VALUE "Y".
                  01 DONE-LPREPORT PIC X VALUE "N".
                      88 LPREPORT-DONE VALUE "Y".
                  01 DONE-DEPRECON PIC X VALUE "N".
                      88 DEPRECON-DONE VALUE "Y".
                  01 DONE-LOTMARKDN PIC X VALUE "N".
                      88 LOTMARKDN-DONE VALUE "Y".
                  01 DONE-SHRINKRPT PIC X VALUE "N".
                      88 SHRINKRPT-DONE VALUE "Y".
                  01 DONE-VNDCLAIM PIC X VALUE "N".
                      88 VNDCLAIM-DONE VALUE "Y".
                  01 DONE-CPNRSLT PIC X VALUE "N".
                      88 CPNRSLT-DONE VALUE "Y".
                  01 DONE-CPNISSUE PIC X VALUE "N".
                      88 CPNISSUE-DONE VALUE "Y".
                  01 DONE-RNGFAIR PIC X VALUE "N".
                      88 RNGFAIR-DONE VALUE "Y".
                  01 DONE-RIVALRY PIC X VALUE "N".
                      88 RIVALRY-DONE VALUE "Y".
                  01 DONE-PAYRUN PIC X VALUE "N".
                      88 PAYRUN-DONE VALUE "Y".
                  01 DONE-PAYINTAKE PIC X VALUE "N".
                      88 PAYINTAKE-DONE VALUE "Y".
                  01 DONE-INBMISS PIC X VALUE "N".
                      88 INBMISS-DONE VALUE "Y".
                  01 DONE-WHTRMIT PIC X VALUE "N".
                      88 WHTRMIT-DONE VALUE "Y".
                  01 DONE-ASSETDEPN PIC X VALUE "N".
                      88 ASSETDEPN-DONE VALUE "Y".
                  01 DONE-FINSTMT PIC X VALUE "N".
                      88 FINSTMT-DONE VALUE "Y".
                  01 DONE-ASSETLST PIC X VALUE "N".
                      88 ASSETLST-DONE VALUE "Y".
                  01 DONE-GRDDIGEST PIC X VALUE "N".
                      88 GRDDIGEST-DONE VALUE "Y".
                  01 DONE-FEEPLAN PIC X VALUE "N".
                      88 FEEPLAN-DONE VALUE "Y".
                  01 DONE-ELECTALLOC PIC X VALUE "N".
                      88 ELECTALLOC-DONE VALUE "Y".
                  01 DONE-RISKRPT PIC X VALUE "N".
                      88 RISKRPT-DONE VALUE "Y".
                  01 DONE-GRADES PIC X VALUE "N".
                      88 GRADES-DONE VALUE "Y".
                  01 DONE-GLPOST PIC X VALUE "N".
                      88 GLPOST-DONE VALUE "Y".
                  01 DONE-DORMANCY PIC X VALUE "N".
                      88 DORMANCY-DONE VALUE "Y".
                  01 DONE-USRREVIEW PIC X VALUE "N".
                      88 USRREVIEW-DONE VALUE "Y".
                  01 DONE-ACCRECERT PIC X VALUE "N".
                      88 ACCRECERT-DONE VALUE "Y".
                  01 DONE-SODSCAN PIC X VALUE "N".
                      88 SODSCAN-DONE VALUE "Y".
                  01 DONE-CUSTALERT PIC X VALUE "N".
                      88 CUSTALERT-DONE VALUE "Y".
                  01 DONE-INTEGRITY PIC X VALUE "N".
                          BUSINESS-DATE-STATUS
                      DISPLAY "Run date: " RUN-DATE

                      DISPLAY "Operator id: "
                      ACCEPT BATCH-OPERATOR
                      MOVE "NIGHTLY" TO AUD-SOURCE
                      MOVE BATCH-OPERATOR TO AUD-USER
                      MOVE "BATCH_STARTED" TO AUD-ACTION
                      INITIALIZE AUD-DETAIL
                      STRING "run date " RUN-DATE
                          DELIMITED BY SIZE INTO AUD-DETAIL
                      CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                          AUD-ACTION, AUD-DETAIL

                      DISPLAY "Force rerun of a step for this "
                          "run date (step name or blank): "
                      ACCEPT FORCE-STEP
                          PART-COUNT

                      PERFORM LOAD_CHECKPOINTS
                      PERFORM RUN_WATCHLOAD_STEP
                      PERFORM RUN_FXFEED_STEP
                      PERFORM RUN_SWEEP_STEP
                      PERFORM RUN_INTEREST_STEP
                      PERFORM RUN_STANDORD_STEP
                      PERFORM RUN_PARTMERGE_STEP
                      PERFORM RUN_LOANCOLL_STEP
                      PERFORM RUN_LOANDELQ_STEP
                      PERFORM RUN_TDMATURE_STEP
                      PERFORM RUN_HOLDREL_STEP
                      PERFORM RUN_CCEXPIRE_STEP
                      PERFORM RUN_BILLSETL_STEP
                      PERFORM RUN_APPAYRUN_STEP
                      PERFORM RUN_CLRGRECN_STEP
                      PERFORM RUN_CASHFCST_STEP
                      PERFORM RUN_MONTHFEE_STEP
                      PERFORM RUN_PAYRUN_STEP
                      PERFORM RUN_PAYINTAKE_STEP
                      PERFORM RUN_INBMISS_STEP
                      PERFORM RUN_WHTRMIT_STEP
                      PERFORM RUN_ODREPORT_STEP
                      PERFORM RUN_TERMAVAIL_STEP
                      PERFORM RUN_CUSTPROF_STEP
                      PERFORM RUN_ODREVIEW_STEP
                      PERFORM RUN_LIQLADDER_STEP
                      PERFORM RUN_CARDRENEW_STEP
                      PERFORM RUN_PRICEAPPL_STEP
                      PERFORM RUN_BASKET_STEP
                      PERFORM RUN_ROPCALC_STEP
                      PERFORM RUN_LOWSTOCK_STEP
                      PERFORM RUN_PORDGEN_STEP
                      PERFORM RUN_ORDCANCEL_STEP
                      PERFORM RUN_ASNLOAD_STEP
                      PERFORM RUN_TRFAGING_STEP
                      PERFORM RUN_VOIDRPT_STEP
                      PERFORM RUN_RETSCAN_STEP
                      PERFORM RUN_LPREPORT_STEP
                      PERFORM RUN_DEPRECON_STEP
                      PERFORM RUN_LOTMARKDN_STEP
                      PERFORM RUN_SHRINKRPT_STEP
                      PERFORM RUN_VNDCLAIM_STEP
                      PERFORM RUN_CPNRSLT_STEP
                      PERFORM RUN_CPNISSUE_STEP
                      PERFORM RUN_RNGFAIR_STEP
                      PERFORM RUN_RIVALRY_STEP
                      PERFORM RUN_ASSETDEPN_STEP
                      PERFORM RUN_FINSTMT_STEP
                      PERFORM RUN_ASSETLST_STEP
                      PERFORM RUN_GRADE_STEP
                      PERFORM RUN_GRDDIGEST_STEP
                      PERFORM RUN_FEEPLAN_STEP
                      PERFORM RUN_ELECTALLOC_STEP
                      PERFORM RUN_RISKRPT_STEP
                      PERFORM RUN_GLPOST_STEP
                      PERFORM RUN_DORMANCY_STEP
                      PERFORM RUN_USRREVIEW_STEP
                      PERFORM RUN_ACCRECERT_STEP
                      PERFORM RUN_SODSCAN_STEP
                      PERFORM RUN_CUSTALERT_STEP
                      PERFORM RUN_INTEGRITY_STEP
                      PERFORM RUN_BACKUP_STEP
                              MOVE ALL "Y" TO SO-PART-FLAGS
                          WHEN "LOANCOLL"
                              MOVE "Y" TO DONE-LOANCOLL
                          WHEN "LOANDELQ"
                              MOVE "Y" TO DONE-LOANDELQ
                          WHEN "TDMATURE"
                              MOVE "Y" TO DONE-TDMATURE
                          WHEN "HOLDREL"
                              MOVE "Y" TO DONE-HOLDREL
                          WHEN "CCEXPIRE"
                              MOVE "Y" TO DONE-CCEXPIRE
                          WHEN "BILLSETL"
                              MOVE "Y" TO DONE-BILLSETL
                          WHEN "APPAYRUN"
                              MOVE "Y" TO DONE-APPAYRUN
                          WHEN "CASHFCST"
                              MOVE "Y" TO DONE-CASHFCST
                          WHEN "CLRGRECN"
                              MOVE "Y" TO DONE-CLRGRECN
                          WHEN "WATCHLOAD"
                              MOVE "Y" TO DONE-WATCHLOAD
                          WHEN "FXFEED"
                              MOVE "Y" TO DONE-FXFEED
                          WHEN "MONTHFEE"
                              MOVE "Y" TO DONE-MONTHFEE
                          WHEN "ODREPORT"
                              MOVE "Y" TO DONE-ODREPORT
                          WHEN "TERMAVAIL"
                              MOVE "Y" TO DONE-TERMAVAIL
                          WHEN "CUSTPROF"
                              MOVE "Y" TO DONE-CUSTPROF
                          WHEN "ODREVIEW"
                              MOVE "Y" TO DONE-ODREVIEW
                          WHEN "LIQLADDER"
                              MOVE "Y" TO DONE-LIQLADDER
                          WHEN "CARDRENEW"
                              MOVE "Y" TO DONE-CARDRENEW
                          WHEN "BASKETSUM"
                              MOVE "Y" TO DONE-BASKET
                          WHEN "PRICEAPPL"
                              MOVE "Y" TO DONE-PRICEAPPL
                          WHEN "ROPCALC"
                              MOVE "Y" TO DONE-ROPCALC
                          WHEN "LOWSTOCK"
                              MOVE "Y" TO DONE-LOWSTOCK
                          WHEN "PORDGEN"
                              MOVE "Y" TO DONE-PORDGEN
                          WHEN "ORDCANCEL"
                              MOVE "Y" TO DONE-ORDCANCEL
                          WHEN "ASNLOAD"
                              MOVE "Y" TO DONE-ASNLOAD
                          WHEN "TRFAGING"
                              MOVE "Y" TO DONE-TRFAGING
                          WHEN "VOIDRPT"
                              MOVE "Y" TO DONE-VOIDRPT
                          WHEN "RETSCAN"
                              MOVE "Y" TO DONE-RETSCAN
                          WHEN "LPREPORT"
                              MOVE "Y" TO DONE-LPREPORT
                          WHEN "DEPRECON"
                              MOVE "Y" TO DONE-DEPRECON
                          WHEN "LOTMARKDN"
                              MOVE "Y" TO DONE-LOTMARKDN
                          WHEN "SHRINKRPT"
                              MOVE "Y" TO DONE-SHRINKRPT
                          WHEN "VNDCLAIM"
                              MOVE "Y" TO DONE-VNDCLAIM
                          WHEN "CPNRSLT"
                              MOVE "Y" TO DONE-CPNRSLT
                          WHEN "CPNISSUE"
                              MOVE "Y" TO DONE-CPNISSUE
                          WHEN "RNGFAIR"
                              MOVE "Y" TO DONE-RNGFAIR
                          WHEN "RIVALRY"
                              MOVE "Y" TO DONE-RIVALRY
                          WHEN "PAYRUN"
                              MOVE "Y" TO DONE-PAYRUN
                          WHEN "PAYINTAKE"
                              MOVE "Y" TO DONE-PAYINTAKE
                          WHEN "INBMISS"
                              MOVE "Y" TO DONE-INBMISS
                          WHEN "WHTRMIT"
                              MOVE "Y" TO DONE-WHTRMIT
                          WHEN "ASSETDEPN"
                              MOVE "Y" TO DONE-ASSETDEPN
                          WHEN "FINSTMT"
                              MOVE "Y" TO DONE-FINSTMT
                          WHEN "ASSETLST"
                              MOVE "Y" TO DONE-ASSETLST
                          WHEN "GRDDIGEST"
                              MOVE "Y" TO DONE-GRDDIGEST
                          WHEN "FEEPLAN"
                              MOVE "Y" TO DONE-FEEPLAN
                          WHEN "ELECTALLOC"
                              MOVE "Y" TO DONE-ELECTALLOC
                          WHEN "RISKRPT"
                              MOVE "Y" TO DONE-RISKRPT
                          WHEN "GRADERPT"
                              MOVE "Y" TO DONE-GRADES
                          WHEN "GLPOST"
                              MOVE "Y" TO DONE-GLPOST
                          WHEN "DORMANCY"
                              MOVE "Y" TO DONE-DORMANCY
                          WHEN "USRREVIEW"
                              MOVE "Y" TO DONE-USRREVIEW
                          WHEN "ACCRECERT"
                              MOVE "Y" TO DONE-ACCRECERT
                          WHEN "SODSCAN"
                              MOVE "Y" TO DONE-SODSCAN
                          WHEN "CUSTALERT"
                              MOVE "Y" TO DONE-CUSTALERT
                          WHEN "INTEGRITY"
                              "partition " PART-NO "..."
                          PERFORM LOG_STEP_START
                          CALL "INTEREST-ACCRUAL" USING
                              PART-NO, PART-COUNT, ACCRUAL-MODE
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_LOANDELQ_STEP SECTION.
                      IF LOANDELQ-DONE
                          DISPLAY
                              "Loan delinquency already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running loan delinquency..."
                          MOVE "LOANDELQ" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "LOAN-DELINQUENCY"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_TDMATURE_STEP SECTION.
                      IF TDMATURE-DONE
                          DISPLAY
                          END-IF
                      END-IF.

                  RUN_CCEXPIRE_STEP SECTION.
                      IF CCEXPIRE-DONE
                          DISPLAY
                              "Cash code expiry already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running cash code expiry..."
                          MOVE "CCEXPIRE" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "CARDLESS-EXPIRY"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_BILLSETL_STEP SECTION.
                      IF BILLSETL-DONE
                          DISPLAY
                              "Biller settlement already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running biller settlement..."
                          MOVE "BILLSETL" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "BILL-SETTLEMENT"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_APPAYRUN_STEP SECTION.
                      IF APPAYRUN-DONE
                          DISPLAY
                              "Supplier payment run already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running supplier payment run..."
                          MOVE "APPAYRUN" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "AP-PAYMENT-RUN"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_CLRGRECN_STEP SECTION.
                      IF CLRGRECN-DONE
                          DISPLAY
                              "Clearing reconciliation already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running clearing settlement "
                              "reconciliation..."
                          MOVE "CLRGRECN" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "CLEARING-RECON"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_CASHFCST_STEP SECTION.
                      IF CASHFCST-DONE
                          DISPLAY
                              "Cash replenishment forecast already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running cash replenishment "
                              "forecast..."
                          MOVE "CASHFCST" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "CASH-FORECAST"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_WATCHLOAD_STEP SECTION.
                      IF WATCHLOAD-DONE
                          DISPLAY
                              "Watch-list load already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running watch-list load..."
                          MOVE "WATCHLOAD" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "WATCHLIST-LOAD"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_FXFEED_STEP SECTION.
                      IF FXFEED-DONE
                          DISPLAY
                              "Exchange rate feed intake already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running "
                              "exchange rate feed intake..."
                          MOVE "FXFEED" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "FX-RATE-INTAKE"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_MONTHFEE_STEP SECTION.
                      MOVE RUN-DATE(1:6) TO RUN-MONTH
                      COMPUTE MONTH-START =
                          RUN-MONTH * 100 + 1
                      MOVE MONTH-START TO FIRST-BUSINESS-DAY
                      CALL "NEXT-BUSINESS-DAY" USING
                          FIRST-BUSINESS-DAY
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF MONTHFEE-DONE
                              DISPLAY
                                  "Monthly fee posting already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running monthly fee "
                                  "posting..."
                              MOVE "MONTHFEE" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "MONTHLY-FEE"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_PAYRUN_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF PAYRUN-DONE
                              DISPLAY
                                  "Monthly staff pay run "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running monthly staff pay "
                                  "run..."
                              MOVE "PAYRUN" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "PAYROLL-RUN"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_PAYINTAKE_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF PAYINTAKE-DONE
                              DISPLAY
                                  "Staff pay credit intake "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Crediting staff pay to "
                                  "accounts..."
                              MOVE "PAYINTAKE" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "PAYROLL-INTAKE"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_INBMISS_STEP SECTION.
                      IF INBMISS-DONE
                          DISPLAY
                              "Missing inbound files report already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running "
                              "missing inbound files report..."
                          MOVE "INBMISS" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "INBOUND-MISSING-REPORT"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          END-IF
                      END-IF.

                  RUN_WHTRMIT_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF WHTRMIT-DONE
                              DISPLAY
                                  "Monthly withholding tax remittance "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running monthly withholding tax "
                                  "remittance..."
                              MOVE "WHTRMIT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "WHT-REMITTANCE"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_ODREPORT_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF ODREPORT-DONE
                              DISPLAY
                                  "Overdrawn accounts report already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running overdrawn accounts "
                                  "report..."
                              MOVE "ODREPORT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "OVERDRAFT-REPORT"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_CUSTPROF_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF CUSTPROF-DONE
                              DISPLAY
                                  "Customer profitability report "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running customer profitability "
                                  "report..."
                              MOVE "CUSTPROF" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "CUST-PROFITABILITY"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_ODREVIEW_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          OR (RUN-DATE(5:2) NOT = "01"
                          AND RUN-DATE(5:2) NOT = "04"
                          AND RUN-DATE(5:2) NOT = "07"
                          AND RUN-DATE(5:2) NOT = "10")
                          CONTINUE
                      ELSE
                          IF ODREVIEW-DONE
                              DISPLAY
                                  "Overdraft limit review already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running quarterly overdraft "
                                  "limit review..."
                              MOVE "ODREVIEW" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "OD-LIMIT-REVIEW"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_LIQLADDER_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF LIQLADDER-DONE
                              DISPLAY
                                  "Liquidity maturity ladder already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running liquidity maturity "
                                  "ladder..."
                              MOVE "LIQLADDER" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "LIQUIDITY-LADDER"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_CARDRENEW_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF CARDRENEW-DONE
                              DISPLAY
                                  "Card renewal already completed "
                                  "for this run date - skipping."
                          ELSE
                              DISPLAY "Running card renewal and "
                                  "reissue..."
                              MOVE "CARDRENEW" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "CARD-RENEWAL"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_TERMAVAIL_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF TERMAVAIL-DONE
                              DISPLAY
                                  "Terminal availability report "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running terminal availability "
                                  "report..."
                              MOVE "TERMAVAIL" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "TERMINAL-AVAILABILITY"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_BASKET_STEP SECTION.
                      IF BASKET-DONE
                          DISPLAY
                              "Basket batch summary already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running basket batch summary..."
                          MOVE "BASKETSUM" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "BASKET-BATCH-SUMMARY"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_PRICEAPPL_STEP SECTION.
                      IF PRICEAPPL-DONE
                          DISPLAY
                              "Price apply already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running price apply..."
                          MOVE "PRICEAPPL" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "PRICE-APPLY"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_ROPCALC_STEP SECTION.
                      COMPUTE RUN-WEEKDAY = FUNCTION MOD(
                          FUNCTION INTEGER-OF-DATE(RUN-DATE), 7)
                      IF NOT RUN-IS-MONDAY
                          CONTINUE
                      ELSE
                          IF ROPCALC-DONE
                              DISPLAY
                                  "Reorder point recalculation "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running weekly reorder point "
                                  "recalculation..."
                              MOVE "ROPCALC" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "REORDER-CALC"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_LOWSTOCK_STEP SECTION.
                      IF LOWSTOCK-DONE
                          DISPLAY
                              "Low-stock report already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running low-stock report..."
                          MOVE "LOWSTOCK" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "LOW-STOCK-REPORT"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_PORDGEN_STEP SECTION.
                      IF PORDGEN-DONE
                          DISPLAY
                              "PO generation already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running PO generation..."
                          MOVE "PORDGEN" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "PO-GENERATE"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_ORDCANCEL_STEP SECTION.
                      IF ORDCANCEL-DONE
                          DISPLAY
                              "Order auto-cancel already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running order auto-cancel..."
                          MOVE "ORDCANCEL" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "ORDER-AUTOCANCEL"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_ASNLOAD_STEP SECTION.
                      IF ASNLOAD-DONE
                          DISPLAY
                              "ASN load already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running ASN load..."
                          MOVE "ASNLOAD" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "ASN-LOAD"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_TRFAGING_STEP SECTION.
                      IF TRFAGING-DONE
                          DISPLAY
                              "Transfer in-transit report already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY
                              "Running transfer in-transit report..."
                          MOVE "TRFAGING" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "TRANSFER-TRANSIT-REPORT"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_VOIDRPT_STEP SECTION.
                      IF VOIDRPT-DONE
                          DISPLAY
                              "Register void report already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running register void report..."
                          MOVE "VOIDRPT" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "VOID-REPORT"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_RETSCAN_STEP SECTION.
                      IF RETSCAN-DONE
                          DISPLAY
                              "Return abuse scan already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running return abuse scan..."
                          MOVE "RETSCAN" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "RETURN-ABUSE-SCAN"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_LPREPORT_STEP SECTION.
                      COMPUTE RUN-WEEKDAY = FUNCTION MOD(
                          FUNCTION INTEGER-OF-DATE(RUN-DATE), 7)
                      IF NOT RUN-IS-MONDAY
                          CONTINUE
                      ELSE
                          IF LPREPORT-DONE
                              DISPLAY
                                  "Loss-prevention report already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running weekly loss-prevention "
                                  "report..."
                              MOVE "LPREPORT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "LOSS-PREVENTION-REPORT"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_DEPRECON_STEP SECTION.
                      IF DEPRECON-DONE
                          DISPLAY
                              "Store deposit reconciliation already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running store deposit "
                              "reconciliation..."
                          MOVE "DEPRECON" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "DEPOSIT-RECON"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_LOTMARKDN_STEP SECTION.
                      IF LOTMARKDN-DONE
                          DISPLAY
                              "Lot markdown already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running lot markdown..."
                          MOVE "LOTMARKDN" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "LOT-MARKDOWN"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_SHRINKRPT_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF SHRINKRPT-DONE
                              DISPLAY
                                  "Monthly shrink report already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running monthly shrink "
                                  "report..."
                              MOVE "SHRINKRPT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "SHRINK-REPORT"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_VNDCLAIM_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF VNDCLAIM-DONE
                              DISPLAY
                                  "Vendor funding claims already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running vendor funding "
                                  "claims..."
                              MOVE "VNDCLAIM" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "VENDOR-CLAIMS"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_CPNRSLT_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF CPNRSLT-DONE
                              DISPLAY
                                  "Monthly coupon results already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running monthly coupon "
                                  "campaign results..."
                              MOVE "CPNRSLT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "COUPON-RESULTS"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_CPNISSUE_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF CPNISSUE-DONE
                              DISPLAY
                                  "Monthly coupon campaign already "
                                  "issued for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Issuing monthly personalised "
                                  "coupons..."
                              MOVE "CPNISSUE" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "COUPON-CAMPAIGN"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_RNGFAIR_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF RNGFAIR-DONE
                              DISPLAY
                                  "Monthly RNG fairness report already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running monthly RNG fairness "
                                  "report..."
                              MOVE "RNGFAIR" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "RNG-FAIRNESS"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_RIVALRY_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF RIVALRY-DONE
                              DISPLAY
                                  "Monthly rivalry report already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running monthly rivalry "
                                  "report..."
                              MOVE "RIVALRY" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "RIVALRY-REPORT"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_ASSETDEPN_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF ASSETDEPN-DONE
                              DISPLAY
                                  "Monthly asset depreciation "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running monthly asset "
                                  "depreciation..."
                              MOVE "ASSETDEPN" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "ASSET-DEPRECIATION"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_FINSTMT_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF FINSTMT-DONE
                              DISPLAY
                                  "Monthly financial statements "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running monthly financial "
                                  "statements..."
                              MOVE "FINSTMT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "FIN-STATEMENTS"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_ASSETLST_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF ASSETLST-DONE
                              DISPLAY
                                  "Monthly asset listing "
                                  "already completed for this run "
                                  "date - skipping."
                          ELSE
                              DISPLAY "Running monthly asset "
                                  "listing..."
                              MOVE "ASSETLST" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "ASSET-LISTING"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_GRADE_STEP SECTION.
                      IF GRADES-DONE
                          DISPLAY
                              "Grade report already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running grade report..."
                          MOVE "GRADERPT" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "HELLO"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_GRDDIGEST_STEP SECTION.
                      COMPUTE RUN-WEEKDAY = FUNCTION MOD(
                          FUNCTION INTEGER-OF-DATE(RUN-DATE), 7)
                      IF NOT RUN-IS-MONDAY
                          CONTINUE
                      ELSE
                          IF GRDDIGEST-DONE
                              DISPLAY
                                  "Guardian digest already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running "
                                  "weekly guardian digest..."
                              MOVE "GRDDIGEST" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "GUARDIAN-DIGEST"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_FEEPLAN_STEP SECTION.
                      IF FEEPLAN-DONE
                          DISPLAY
                              "Fee plan collection already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running "
                              "fee payment plan collection..."
                          MOVE "FEEPLAN" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "FEE-PLAN-COLLECT"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_ELECTALLOC_STEP SECTION.
                      IF ELECTALLOC-DONE
                          DISPLAY
                              "Elective allocation already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running "
                              "elective place allocation..."
                          MOVE "ELECTALLOC" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "ELECTIVE-ALLOC"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_RISKRPT_STEP SECTION.
                      COMPUTE RUN-WEEKDAY = FUNCTION MOD(
                          FUNCTION INTEGER-OF-DATE(RUN-DATE), 7)
                      COMPUTE RUN-WEEK-NO =
                          FUNCTION INTEGER-OF-DATE(RUN-DATE) / 7
                      COMPUTE RUN-FORTNIGHT =
                          FUNCTION MOD(RUN-WEEK-NO, 2)
                      IF NOT RUN-IS-MONDAY OR NOT RUN-IS-REPORT-WEEK
                          CONTINUE
                      ELSE
                          IF RISKRPT-DONE
                              DISPLAY
                                  "At-risk report already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running fortnightly "
                                  "at-risk student report..."
                              MOVE "RISKRPT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "AT-RISK-REPORT"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_GLPOST_STEP SECTION.
                      IF GLPOST-DONE
                          DISPLAY
                              "GL posting already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running GL posting..."
                          MOVE "GLPOST" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "GL-POSTING"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_DORMANCY_STEP SECTION.
                      IF DORMANCY-DONE
                          DISPLAY
                              "Dormancy scan already completed "
                              "for this run date - skipping."
                      ELSE
                          DISPLAY "Running dormancy scan..."
                          MOVE "DORMANCY" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "DORMANCY-SCAN"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_USRREVIEW_STEP SECTION.
                      IF USRREVIEW-DONE
                          DISPLAY
                              "User access review already "
                              "completed for this run date - "
                              "skipping."
                      ELSE
                          DISPLAY "Running "
                              "user access review..."
                          MOVE "USRREVIEW" TO STEP-NAME-OUT
                          PERFORM LOG_STEP_START
                          CALL "USER-ACCESS-REVIEW"
                          MOVE RETURN-CODE TO STEP-RC
                          MOVE 0 TO RETURN-CODE
                          PERFORM LOG_STEP_END
                          IF STEP-RC < 8
                              PERFORM WRITE_CHECKPOINT
                          ELSE
                              PERFORM NOTE_STEP_FAILURE
                          END-IF
                      END-IF.

                  RUN_ACCRECERT_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF ACCRECERT-DONE
                              DISPLAY
                                  "Access recertification list already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running "
                                  "access recertification list..."
                              MOVE "ACCRECERT" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "ACCESS-RECERT"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_SODSCAN_STEP SECTION.
                      IF RUN-DATE NOT = FIRST-BUSINESS-DAY
                          CONTINUE
                      ELSE
                          IF SODSCAN-DONE
                              DISPLAY
                                  "Segregation of duties scan already "
                                  "completed for this run date - "
                                  "skipping."
                          ELSE
                              DISPLAY "Running "
                                  "segregation of duties scan..."
                              MOVE "SODSCAN" TO STEP-NAME-OUT
                              PERFORM LOG_STEP_START
                              CALL "SOD-CONFLICT-SCAN"
                              MOVE RETURN-CODE TO STEP-RC
                              MOVE 0 TO RETURN-CODE
                              PERFORM LOG_STEP_END
                              IF STEP-RC < 8
                                  PERFORM WRITE_CHECKPOINT
                              ELSE
                                  PERFORM NOTE_STEP_FAILURE
                              END-IF
                          END-IF
                      END-IF.

                  RUN_CUSTALERT_STEP SECTION.
                      IF CUSTALERT-DONE
                          DISPLAY
