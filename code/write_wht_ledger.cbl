           IDENTIFICATION DIVISION.
           PROGRAM-ID. WRITE-WHT-LEDGER.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WhtLedgerFile ASSIGN TO "WHTLEDG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WL-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD WhtLedgerFile.
           COPY WHTLEDG.

           WORKING-STORAGE SECTION.
           01 WL-FILE-STATUS PIC XX.
               88 WL-FILE-OK VALUE "00".

           LINKAGE SECTION.
           01 WWL-DATE    PIC 9(8).
           01 WWL-ACCOUNT PIC X(6).
           01 WWL-CUST-ID PIC X(6).
           01 WWL-SOURCE  PIC X(1).
           01 WWL-BASIS   PIC X(1).
           01 WWL-RATE    PIC 9(2)V99.
           01 WWL-GROSS   PIC 9(7)V99.
           01 WWL-TAX     PIC 9(7)V99.

           PROCEDURE DIVISION USING WWL-DATE, WWL-ACCOUNT,
               WWL-CUST-ID, WWL-SOURCE, WWL-BASIS, WWL-RATE,
               WWL-GROSS, WWL-TAX.
           MAIN SECTION.
               OPEN EXTEND WhtLedgerFile
               IF NOT WL-FILE-OK
                   OPEN OUTPUT WhtLedgerFile
               END-IF

               MOVE WWL-DATE    TO WL-DATE
               MOVE WWL-ACCOUNT TO WL-ACCOUNT
               MOVE WWL-CUST-ID TO WL-CUST-ID
               MOVE WWL-SOURCE  TO WL-SOURCE
               MOVE WWL-BASIS   TO WL-BASIS
               MOVE WWL-RATE    TO WL-RATE
               MOVE WWL-GROSS   TO WL-GROSS
               MOVE WWL-TAX     TO WL-TAX
               WRITE WHT-LEDGER-RECORD

               CLOSE WhtLedgerFile
               GOBACK.
