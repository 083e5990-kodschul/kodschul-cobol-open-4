           01 INPUT-POSTCODE PIC X(8).
           01 INPUT-PHONE PIC X(12).

           01 SP-SOURCE    PIC X(10).
           01 SP-REFERENCE PIC X(14).
           01 SP-CUST-ID   PIC X(6).
           01 SP-NAME      PIC X(30).
           01 SP-ACCOUNT   PIC X(6).
           01 SP-HELD-ITEM PIC X(60).
           01 SP-RESULT    PIC X(1).
               88 SP-IS-CLEAR     VALUE "C".
               88 SP-IS-HELD      VALUE "H".
               88 SP-IS-CONFIRMED VALUE "F".
           01 SP-QUEUE-ID  PIC 9(16).

           01 ALERT-SEVERITY PIC X(4).
           01 ALERT-SOURCE   PIC X(10).
           01 ALERT-MESSAGE  PIC X(50).
               END-IF

               PERFORM MAINT_MENU
               UNTIL CHOICE = 6

               CLOSE CustomerMasterFile
               DISPLAY "---- Contact Maintenance Complete ----"
               DISPLAY "* 1. Update contact details     *"
               DISPLAY "* 2. Flag mail as returned      *"
               DISPLAY "* 3. Show contact details       *"
               DISPLAY "* 4. Register new customer      *"
               DISPLAY "* 5. Change customer name       *"
               DISPLAY "* 6. Exit                       *"
               DISPLAY "*********************************"
               DISPLAY "Enter your choice: "
               ACCEPT CHOICE
                   WHEN 3
                       PERFORM SHOW_CONTACT
                   WHEN 4
                       PERFORM REGISTER_CUSTOMER
                   WHEN 5
                       PERFORM CHANGE_NAME
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                   DISPLAY "Mailings: SUPPRESSED (returned mail)"
               ELSE
                   DISPLAY "Mailings: active"
               END-IF
               IF CUST-IS-DECEASED
                   DISPLAY "DECEASED: date of death "
                       CUST-DATE-OF-DEATH
               END-IF.

           REGISTER_CUSTOMER SECTION.
               DISPLAY "New customer id (6 chars): "
               ACCEPT INPUT-CUST-ID
               IF INPUT-CUST-ID = SPACES
                   DISPLAY "Customer id is required."
                   EXIT SECTION
               END-IF
               MOVE INPUT-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Customer id already in use."
                       EXIT SECTION
               END-READ

               DISPLAY "Name (20 chars): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   DISPLAY "Name is required."
                   EXIT SECTION
               END-IF
               INITIALIZE CUSTOMER-MASTER-RECORD
               MOVE INPUT-CUST-ID TO CUST-ID
               MOVE INPUT-TEXT TO CUST-NAME
               MOVE "N" TO CUST-LOCKED
               DISPLAY "Street (20 chars): "
               ACCEPT INPUT-TEXT
               MOVE INPUT-TEXT TO CUST-STREET
               DISPLAY "City (20 chars): "
               ACCEPT INPUT-TEXT
               MOVE INPUT-TEXT TO CUST-CITY
               DISPLAY "Postcode (8 chars): "
               ACCEPT INPUT-POSTCODE
               MOVE INPUT-POSTCODE TO CUST-POSTCODE
               DISPLAY "Phone (12 chars): "
               ACCEPT INPUT-PHONE
               MOVE INPUT-PHONE TO CUST-PHONE
               MOVE "N" TO CUST-MAIL-RETURNED
               MOVE "N" TO CUST-DECEASED
               MOVE "N" TO CUST-NO-MARKETING
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Customer could not be written."
                       EXIT SECTION
               END-WRITE
               DISPLAY "Customer registered: " CUST-ID

               MOVE "CUSTCONT" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "CUST_REGISTERED" TO AUD-ACTION
               MOVE INPUT-CUST-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL
               PERFORM SCREEN_CUSTOMER.

           CHANGE_NAME SECTION.
               DISPLAY "Customer id: "
               ACCEPT INPUT-CUST-ID
               MOVE INPUT-CUST-ID TO CUST-ID
               READ CustomerMasterFile
                   INVALID KEY
                       DISPLAY "Customer not found."
                       EXIT SECTION
               END-READ

               DISPLAY "Current name: " CUST-NAME
               DISPLAY "New name (20 chars): "
               ACCEPT INPUT-TEXT
               IF INPUT-TEXT = SPACES
                   DISPLAY "Name is required."
                   EXIT SECTION
               END-IF
               MOVE INPUT-TEXT TO CUST-NAME
               REWRITE CUSTOMER-MASTER-RECORD
               DISPLAY "Customer name changed."

               MOVE "CUSTCONT" TO AUD-SOURCE
               MOVE CA-USER-ID TO AUD-USER
               MOVE "CUST_RENAMED" TO AUD-ACTION
               MOVE INPUT-CUST-ID TO AUD-DETAIL
               CALL "WRITE-AUDIT" USING AUD-SOURCE, AUD-USER,
                   AUD-ACTION, AUD-DETAIL
               PERFORM SCREEN_CUSTOMER.

           SCREEN_CUSTOMER SECTION.
               MOVE "CUSTCONT" TO SP-SOURCE
               MOVE CUST-ID TO SP-REFERENCE
               MOVE CUST-ID TO SP-CUST-ID
               MOVE CUST-NAME TO SP-NAME
               MOVE SPACES TO SP-ACCOUNT
               MOVE SPACES TO SP-HELD-ITEM
               CALL "SCREEN-PARTY" USING SP-SOURCE, SP-REFERENCE,
                   SP-CUST-ID, SP-NAME, SP-ACCOUNT, SP-HELD-ITEM,
                   SP-RESULT, SP-QUEUE-ID
               EVALUATE TRUE
                   WHEN SP-IS-HELD
                       DISPLAY "Possible watch-list match - referred "
                           "to compliance review " SP-QUEUE-ID
                       DISPLAY "No account can be opened until the "
                           "review is cleared."
                   WHEN SP-IS-CONFIRMED
                       MOVE "Y" TO CUST-LOCKED
                       REWRITE CUSTOMER-MASTER-RECORD
                       DISPLAY "Confirmed watch-list match - "
                           "customer locked."
               END-EVALUATE.
