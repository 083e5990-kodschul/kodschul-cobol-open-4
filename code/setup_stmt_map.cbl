           IDENTIFICATION DIVISION.
           PROGRAM-ID. SETUP-STMT-MAP.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT StatementMapFile ASSIGN TO "STMTMAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-CODE
                   FILE STATUS IS MAP-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD StatementMapFile.
           COPY STMTMAP.

           WORKING-STORAGE SECTION.
           01 MAP-FILE-STATUS PIC XX.
               88 MAP-FILE-OK VALUE "00".

           01 MAPPINGS-LOADED PIC 9(3) VALUE 0.

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Statement Mapping Setup ----"

               OPEN OUTPUT StatementMapFile

               MOVE "1000" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Cash and bank" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1010" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Cash and bank" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1200" TO SM-CODE
               MOVE 20 TO SM-LINE
               MOVE "Loans receivable" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1300" TO SM-CODE
               MOVE 30 TO SM-LINE
               MOVE "Other receivables" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1500" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Fixed assets at cost" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1510" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Fixed assets at cost" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1520" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Fixed assets at cost" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1590" TO SM-CODE
               MOVE 45 TO SM-LINE
               MOVE "Accumulated depreciation" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1591" TO SM-CODE
               MOVE 45 TO SM-LINE
               MOVE "Accumulated depreciation" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "1592" TO SM-CODE
               MOVE 45 TO SM-LINE
               MOVE "Accumulated depreciation" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2000" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Customer deposits" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2100" TO SM-CODE
               MOVE 20 TO SM-LINE
               MOVE "VAT payable" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2200" TO SM-CODE
               MOVE 30 TO SM-LINE
               MOVE "Other liabilities" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2300" TO SM-CODE
               MOVE 30 TO SM-LINE
               MOVE "Other liabilities" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2400" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Accounts payable" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2500" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Payroll liabilities" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2510" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Payroll liabilities" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2520" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Payroll liabilities" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2530" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Payroll liabilities" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "2540" TO SM-CODE
               MOVE 60 TO SM-LINE
               MOVE "Withholding tax payable" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "3000" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Retained earnings" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4000" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Fee and interest income" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4200" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Fee and interest income" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4100" TO SM-CODE
               MOVE 20 TO SM-LINE
               MOVE "Sales revenue" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4500" TO SM-CODE
               MOVE 30 TO SM-LINE
               MOVE "School fee income" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4300" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Other income" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4400" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Other income" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4900" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Other income" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4600" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Asset disposal result" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4610" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Asset disposal result" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "4620" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "Asset disposal result" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5000" TO SM-CODE
               MOVE 10 TO SM-LINE
               MOVE "Interest expense" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5100" TO SM-CODE
               MOVE 20 TO SM-LINE
               MOVE "Credit losses" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5200" TO SM-CODE
               MOVE 30 TO SM-LINE
               MOVE "Cost of sales" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5300" TO SM-CODE
               MOVE 30 TO SM-LINE
               MOVE "Cost of sales" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5400" TO SM-CODE
               MOVE 40 TO SM-LINE
               MOVE "Scholarships" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5900" TO SM-CODE
               MOVE 50 TO SM-LINE
               MOVE "FX losses" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5500" TO SM-CODE
               MOVE 60 TO SM-LINE
               MOVE "Depreciation" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5510" TO SM-CODE
               MOVE 60 TO SM-LINE
               MOVE "Depreciation" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5520" TO SM-CODE
               MOVE 60 TO SM-LINE
               MOVE "Depreciation" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5600" TO SM-CODE
               MOVE 70 TO SM-LINE
               MOVE "Staff costs" TO SM-LINE-NAME
               MOVE "B" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5610" TO SM-CODE
               MOVE 70 TO SM-LINE
               MOVE "Staff costs" TO SM-LINE-NAME
               MOVE "S" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               MOVE "5620" TO SM-CODE
               MOVE 70 TO SM-LINE
               MOVE "Staff costs" TO SM-LINE-NAME
               MOVE "C" TO SM-SEGMENT
               PERFORM WRITE_MAPPING

               CLOSE StatementMapFile

               DISPLAY "Mappings loaded: " MAPPINGS-LOADED
               DISPLAY "---- Setup Complete ----"
               GOBACK.

           WRITE_MAPPING SECTION.
               WRITE STATEMENT-MAP-RECORD
               ADD 1 TO MAPPINGS-LOADED.
