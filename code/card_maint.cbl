                   RECORD KEY IS CUST-ID
                   FILE STATUS IS CUST-FILE-STATUS.

               SELECT CardLinkFile ASSIGN TO "CARDLINK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CL-KEY
                   FILE STATUS IS LINK-FILE-STATUS.

               SELECT AccountHolderFile ASSIGN TO "ACCTHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS HOLDER-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD CardMasterFile.
           FD CustomerMasterFile.
           COPY CUSTMAST.

           FD CardLinkFile.
           COPY CARDLINK.

           FD AccountHolderFile.
           01 ACCOUNT-HOLDER-RECORD.
               02 AH-KEY.
                   03 AH-ACCT PIC X(6).
                   03 AH-CUST PIC X(6).
               02 AH-ROLE PIC X(1).

           WORKING-STORAGE SECTION.
           01 CARD-FILE-STATUS PIC XX.
               88 CARD-FILE-OK VALUE "00".
               88 ACCT-FILE-OK VALUE "00".
           01 CUST-FILE-STATUS PIC XX.
               88 CUST-FILE-OK VALUE "00".
           01 LINK-FILE-STATUS PIC XX.
               88 LINK-FILE-OK VALUE "00".
               88 LINK-FILE-MISSING VALUE "35".
           01 HOLDER-FILE-STATUS PIC XX.
               88 HOLDER-FILE-OK VALUE "00".
           01 HOLD-XREF-ON PIC X VALUE "N".
               88 HOLD-XREF-IS-ON VALUE "Y".

           01 CA-USER-ID  PIC X(10).
           01 CA-FUNCTION PIC X(12).
           01 ENTRY-OK PIC X VALUE "N".
               88 ENTRY-IS-OK VALUE "Y".
           01 LIST-EOF PIC X VALUE "N".
           01 LINK-EOF PIC X VALUE "N".
           01 LINK-COUNT PIC 9(2).
           01 MAX-CARD-LINKS PIC 9(2) VALUE 8.
           01 LINK-HOLDER-OK PIC X VALUE "N".
               88 LINK-HOLDER-IS-OK VALUE "Y".
           01 RUN-DATE PIC 9(8).

           01 AUD-SOURCE  PIC X(10).
               PERFORM OPEN_CARD_FILE
               OPEN INPUT AccountMasterFile
               OPEN INPUT CustomerMasterFile
               PERFORM OPEN_LINK_FILE
               OPEN INPUT AccountHolderFile
               IF HOLDER-FILE-OK
                   MOVE "Y" TO HOLD-XREF-ON
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 7

               CLOSE CardMasterFile
               CLOSE AccountMasterFile
               CLOSE CustomerMasterFile
               CLOSE CardLinkFile
               IF HOLD-XREF-IS-ON
                   CLOSE AccountHolderFile
               END-IF
               DISPLAY "---- Card Maintenance Complete ----"
               STOP RUN.

                   OPEN I-O CardMasterFile
               END-IF.

           OPEN_LINK_FILE SECTION.
               OPEN I-O CardLinkFile
               IF LINK-FILE-MISSING
                   OPEN OUTPUT CardLinkFile
                   CLOSE CardLinkFile
                   OPEN I-O CardLinkFile
               END-IF.

           MAINT_MENU SECTION.
               DISPLAY "*********************************"
               DISPLAY "* 1. Issue card                 *"
               DISPLAY "* 2. Replace card               *"
               DISPLAY "* 3. Hot-card (block)           *"
               DISPLAY "* 4. List cards for account     *"
               DISPLAY "* 5. Link account to card       *"
               DISPLAY "* 6. Unlink account from card   *"
               DISPLAY "* 7. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE
                   WHEN 4
                       PERFORM LIST_CARDS
                   WHEN 5
                       PERFORM LINK_ACCOUNT
                   WHEN 6
                       PERFORM UNLINK_ACCOUNT
                   WHEN 7
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                   MOVE INPUT-EXPIRY TO CARD-EXPIRY
                   MOVE 0 TO CARD-ATTEMPTS
                   MOVE "A" TO CARD-STATUS
                   MOVE SPACES TO CARD-REPLACES
                   MOVE SPACES TO CARD-REPLACED-BY
                   MOVE 0 TO CARD-FIRST-USED
                   WRITE CARD-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Card could not be written."
               MOVE INPUT-EXPIRY TO CARD-EXPIRY
               MOVE 0 TO CARD-ATTEMPTS
               MOVE "A" TO CARD-STATUS
               MOVE OLD-CARD-NO TO CARD-REPLACES
               MOVE SPACES TO CARD-REPLACED-BY
               MOVE 0 TO CARD-FIRST-USED
               WRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Replacement could not be written."
                       DISPLAY "Replacement card issued."
                       MOVE "CARD_REPLACED" TO AUD-ACTION
                       PERFORM AUDIT_CARD
                       PERFORM MOVE_CARD_LINKS
               END-WRITE.

           MOVE_CARD_LINKS SECTION.
               MOVE 0 TO LINK-COUNT
               MOVE OLD-CARD-NO TO CL-CARD-NUMBER
               MOVE LOW-VALUES TO CL-ACCT-NUMBER
               PERFORM START_CARD_LINKS
               PERFORM MOVE_ONE_CARD_LINK
               UNTIL LINK-EOF = "Y"
               IF LINK-COUNT > 0
                   DISPLAY LINK-COUNT
                       " linked account(s) moved to the new card."
               END-IF.

           MOVE_ONE_CARD_LINK SECTION.
               READ CardLinkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LINK-EOF
                   NOT AT END
                       IF CL-CARD-NUMBER NOT = OLD-CARD-NO
                           MOVE "Y" TO LINK-EOF
                       ELSE
                           DELETE CardLinkFile
                           MOVE INPUT-CARD-NO TO CL-CARD-NUMBER
                           WRITE CARD-LINK-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO LINK-COUNT
                           MOVE OLD-CARD-NO TO CL-CARD-NUMBER
                           PERFORM START_CARD_LINKS
                       END-IF
               END-READ.

           START_CARD_LINKS SECTION.
               MOVE "N" TO LINK-EOF
               START CardLinkFile KEY IS NOT LESS THAN CL-KEY
                   INVALID KEY
                       MOVE "Y" TO LINK-EOF
               END-START.

           LINK_ACCOUNT SECTION.
               DISPLAY "Card number: "
               ACCEPT INPUT-CARD-NO
               MOVE INPUT-CARD-NO TO CARD-NUMBER
               READ CardMasterFile
                   INVALID KEY
                       DISPLAY "Card not found."
                       EXIT SECTION
               END-READ
               IF NOT CARD-IS-ACTIVE
                   DISPLAY "Card is not active."
                   EXIT SECTION
               END-IF

               DISPLAY "Account to link: "
               ACCEPT INPUT-ACCOUNT
               IF INPUT-ACCOUNT = CARD-ACCT-NUMBER
                   DISPLAY "Account is already the card's "
                       "primary account."
                   EXIT SECTION
               END-IF
               MOVE INPUT-ACCOUNT TO ACCT-NUMBER
               READ AccountMasterFile
                   INVALID KEY
                       DISPLAY "Account not found."
                       EXIT SECTION
               END-READ

               PERFORM CHECK_LINK_HOLDER
               IF NOT LINK-HOLDER-IS-OK
                   DISPLAY "Card holder " CARD-CUST-ID
                       " is not a holder of account "
                       INPUT-ACCOUNT "."
                   EXIT SECTION
               END-IF

               MOVE 0 TO LINK-COUNT
               MOVE CARD-NUMBER TO CL-CARD-NUMBER
               MOVE LOW-VALUES TO CL-ACCT-NUMBER
               PERFORM START_CARD_LINKS
               PERFORM COUNT_ONE_CARD_LINK
               UNTIL LINK-EOF = "Y"
               IF LINK-COUNT NOT < MAX-CARD-LINKS
                   DISPLAY "Card already has " LINK-COUNT
                       " linked accounts - unlink one first."
                   EXIT SECTION
               END-IF

               MOVE CARD-NUMBER TO CL-CARD-NUMBER
               MOVE INPUT-ACCOUNT TO CL-ACCT-NUMBER
               MOVE RUN-DATE TO CL-LINKED-DATE
               WRITE CARD-LINK-RECORD
                   INVALID KEY
                       DISPLAY "Account is already linked to "
                           "this card."
                   NOT INVALID KEY
                       DISPLAY "Account linked."
                       MOVE "CARD_LINKED" TO AUD-ACTION
                       PERFORM AUDIT_CARD_LINK
               END-WRITE.

           CHECK_LINK_HOLDER SECTION.
               MOVE "N" TO LINK-HOLDER-OK
               IF ACCT-CUST-ID = CARD-CUST-ID
                   MOVE "Y" TO LINK-HOLDER-OK
                   EXIT SECTION
               END-IF
               IF NOT HOLD-XREF-IS-ON
                   EXIT SECTION
               END-IF
               MOVE ACCT-NUMBER TO AH-ACCT
               MOVE CARD-CUST-ID TO AH-CUST
               READ AccountHolderFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LINK-HOLDER-OK
               END-READ.

           COUNT_ONE_CARD_LINK SECTION.
               READ CardLinkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LINK-EOF
                   NOT AT END
                       IF CL-CARD-NUMBER NOT = CARD-NUMBER
                           MOVE "Y" TO LINK-EOF
                       ELSE
                           ADD 1 TO LINK-COUNT
                       END-IF
               END-READ.

           UNLINK_ACCOUNT SECTION.
               DISPLAY "Card number: "
               ACCEPT INPUT-CARD-NO
               DISPLAY "Account to unlink: "
               ACCEPT INPUT-ACCOUNT
               MOVE INPUT-CARD-NO TO CL-CARD-NUMBER
               MOVE INPUT-ACCOUNT TO CL-ACCT-NUMBER
               READ CardLinkFile
                   INVALID KEY
                       DISPLAY "Account is not linked to that card."
                   NOT INVALID KEY
                       DELETE CardLinkFile
                       DISPLAY "Account unlinked."
                       MOVE "CARD_UNLINKED" TO AUD-ACTION
                       PERFORM AUDIT_CARD_LINK
               END-READ.

           AUDIT_CARD_LINK SECTION.
               MOVE "CARDMAINT" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               INITIALIZE AUD-DETAIL
               STRING "card " CL-CARD-NUMBER " acct "
                   CL-ACCT-NUMBER
                   DELIMITED BY SIZE INTO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL.

           HOT_CARD SECTION.
               DISPLAY "Card number to hot-card: "
               ACCEPT INPUT-CARD-NO
                           DISPLAY CARD-NUMBER " "
                               CARD-CUST-ID " " CARD-STATUS
                               "    " CARD-EXPIRY
                       ELSE
                           MOVE CARD-NUMBER TO CL-CARD-NUMBER
                           MOVE INPUT-ACCOUNT TO CL-ACCT-NUMBER
                           READ CardLinkFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   DISPLAY CARD-NUMBER " "
                                       CARD-CUST-ID " " CARD-STATUS
                                       "    " CARD-EXPIRY
                                       " (linked)"
                           END-READ
                       END-IF
               END-READ.

