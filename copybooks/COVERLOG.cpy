           01 COVER-LOG-RECORD.
               02 CV-KEY.
                   03 CV-DATE     PIC 9(8).
                   03 CV-PERIOD   PIC 9(2).
                   03 CV-CLASS    PIC X(6).
               02 CV-SUBJECT      PIC X(4).
               02 CV-ABSENT       PIC X(10).
               02 CV-COVER        PIC X(10).
               02 CV-QUALIFIED    PIC X(1).
                   88 CV-IS-QUALIFIED VALUE "Y".
               02 CV-PLANNED-ON   PIC 9(8).
