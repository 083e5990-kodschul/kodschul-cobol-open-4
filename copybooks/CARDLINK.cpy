           01 CARD-LINK-RECORD.
               02 CL-KEY.
                   03 CL-CARD-NUMBER PIC X(10).
                   03 CL-ACCT-NUMBER PIC X(6).
               02 CL-LINKED-DATE     PIC 9(8).
