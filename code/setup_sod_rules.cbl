           IDENTIFICATION DIVISION.
           PROGRAM-ID. SETUP-SOD-RULES.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SodRuleFile ASSIGN TO "SODRULE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SR-RULE-ID
                   FILE STATUS IS SOD-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SodRuleFile.
           COPY SODRULE.

           WORKING-STORAGE SECTION.
           01 SOD-FILE-STATUS PIC XX.
               88 SOD-FILE-OK VALUE "00".

           01 RULES-LOADED PIC 9(3) VALUE 0.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Segregation of Duties Rules Setup ----".

               OPEN OUTPUT SodRuleFile

               INITIALIZE SOD-RULE-RECORD
               MOVE "SOD001" TO SR-RULE-ID
               MOVE "Transfer approved by its own account holder"
                   TO SR-DESC
               MOVE "CUSTOMER" TO SR-FUNCTION-A
               MOVE "APPROVALS" TO SR-FUNCTION-B
               MOVE SPACES TO SR-ACTION-A
               MOVE "XFER_APPROVED" TO SR-ACTION-B
               MOVE "S" TO SR-MATCH
               MOVE "by" TO SR-DETAIL-TAG
               MOVE "N" TO SR-ID-CHECKED
               PERFORM WRITE_RULE

               INITIALIZE SOD-RULE-RECORD
               MOVE "SOD002" TO SR-RULE-ID
               MOVE "Parameter changed then batch run by same"
                   TO SR-DESC
               MOVE "PARMMAINT" TO SR-FUNCTION-A
               MOVE "ANY" TO SR-FUNCTION-B
               MOVE "PARM_CHANGED" TO SR-ACTION-A
               MOVE "BATCH_STARTED" TO SR-ACTION-B
               MOVE "P" TO SR-MATCH
               MOVE 1 TO SR-WINDOW-DAYS
               MOVE "N" TO SR-ID-CHECKED
               PERFORM WRITE_RULE

               INITIALIZE SOD-RULE-RECORD
               MOVE "SOD003" TO SR-RULE-ID
               MOVE "Refund confirmed by the cashier who made it"
                   TO SR-DESC
               MOVE "ANY" TO SR-FUNCTION-A
               MOVE "ANY" TO SR-FUNCTION-B
               MOVE SPACES TO SR-ACTION-A
               MOVE "REFUND_CONFIRMED" TO SR-ACTION-B
               MOVE "S" TO SR-MATCH
               MOVE "cashier" TO SR-DETAIL-TAG
               MOVE "N" TO SR-ID-CHECKED
               PERFORM WRITE_RULE

               INITIALIZE SOD-RULE-RECORD
               MOVE "SOD004" TO SR-RULE-ID
               MOVE "GL template saved and approved by one"
                   TO SR-DESC
               MOVE "GLJOURNAL" TO SR-FUNCTION-A
               MOVE "APPROVALS" TO SR-FUNCTION-B
               MOVE "GL_TEMPLATE_SAVED" TO SR-ACTION-A
               MOVE "GL_TEMPLATE_APPROVED" TO SR-ACTION-B
               MOVE "O" TO SR-MATCH
               MOVE "Y" TO SR-ID-CHECKED
               PERFORM WRITE_RULE

               INITIALIZE SOD-RULE-RECORD
               MOVE "SOD005" TO SR-RULE-ID
               MOVE "User created and access confirmed by one"
                   TO SR-DESC
               MOVE "USERADMIN" TO SR-FUNCTION-A
               MOVE "USERADMIN" TO SR-FUNCTION-B
               MOVE "USER_CREATED" TO SR-ACTION-A
               MOVE "USER_RECERTIFIED" TO SR-ACTION-B
               MOVE "O" TO SR-MATCH
               MOVE "N" TO SR-ID-CHECKED
               PERFORM WRITE_RULE

               CLOSE SodRuleFile

               DISPLAY "Rules loaded: " RULES-LOADED
               DISPLAY "---- Setup Complete ----"
               GOBACK.

           WRITE_RULE SECTION.
               MOVE "Y" TO SR-ACTIVE
               WRITE SOD-RULE-RECORD
               ADD 1 TO RULES-LOADED.
