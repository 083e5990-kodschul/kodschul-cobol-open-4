               MOVE "CARDMAINT" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "CARDLESS" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "BILLERS" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "CUSTMERGE" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "SCREENING" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "RECLAIM" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "PRODMAINT" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "FRAUDCASE" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "CUSTCONTACT" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "GUARDIAN" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "FEEPLAN" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "STOCKTAKE" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "SYSDATE" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "DECEASED" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "EXAMIMPORT" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "SCHOLARSHIP" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "GLJOURNAL" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "ASSETS" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "PAYROLL" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "TAXSTATUS" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "INBFEED" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "SUPERVISOR" TO PERM-ROLE
               MOVE "YEAREND" TO PERM-FUNCTION
               PERFORM WRITE_GRANT

               MOVE "TELLER" TO PERM-ROLE
               MOVE "INQUIRY" TO PERM-FUNCTION
               MOVE "TELLER" TO PERM-ROLE
               MOVE "DISPUTE" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "TELLER" TO PERM-ROLE
               MOVE "CARDLESS" TO PERM-FUNCTION
               PERFORM WRITE_GRANT

               MOVE "CASHIER" TO PERM-ROLE
               MOVE "REGISTER" TO PERM-FUNCTION
               MOVE "TEACHER" TO PERM-ROLE
               MOVE "GRADEMOD" TO PERM-FUNCTION
               PERFORM WRITE_GRANT
               MOVE "TEACHER" TO PERM-ROLE
               MOVE "GUARDIAN" TO PERM-FUNCTION
               PERFORM WRITE_GRANT

               MOVE "AUDITOR" TO PERM-ROLE
               MOVE "INQUIRY" TO PERM-FUNCTION
