           01 GUARDIAN-RECORD.
               02 GD-KEY.
                   03 GD-STUD-ID PIC X(6).
                   03 GD-SEQ     PIC 9(1).
               02 GD-NAME        PIC X(20).
               02 GD-RELATION    PIC X(10).
               02 GD-ROLES.
                   03 GD-BILLING   PIC X(1).
                       88 GD-IS-BILLING VALUE "Y".
                   03 GD-PICKUP    PIC X(1).
                       88 GD-IS-PICKUP VALUE "Y".
                   03 GD-EMERGENCY PIC X(1).
                       88 GD-IS-EMERGENCY VALUE "Y".
               02 GD-PHONE       PIC X(12).
               02 GD-EMAIL       PIC X(40).
               02 GD-STREET      PIC X(20).
               02 GD-CITY        PIC X(20).
               02 GD-POSTCODE    PIC X(8).
               02 GD-CUST-ID     PIC X(6).
               02 GD-CHANNEL     PIC X(1).
                   88 GD-BY-MESSAGE VALUE "M".
                   88 GD-BY-POST    VALUE "P".
                   88 GD-NO-DIGEST  VALUE "N".
               02 GD-STATUS      PIC X(1).
                   88 GD-IS-ACTIVE  VALUE "A".
                   88 GD-IS-REMOVED VALUE "R".
               02 GD-BANK-CODE   PIC X(8).
               02 GD-BANK-ACCT   PIC X(6).
