               02 DL-TYPE         PIC X(1).
                   88 DL-IS-FREE-GOODS VALUE "B".
                   88 DL-IS-BUNDLE     VALUE "F".
                   88 DL-IS-MARKDOWN   VALUE "M".
               02 DL-SCOPE        PIC X(1).
                   88 DL-SCOPE-ITEM     VALUE "I".
                   88 DL-SCOPE-CATEGORY VALUE "C".
               02 DL-STATUS       PIC X(1).
                   88 DL-IS-ACTIVE    VALUE "A".
                   88 DL-IS-CANCELLED VALUE "X".
               02 DL-FUND-SUPP     PIC X(6).
                   88 DL-NOT-FUNDED    VALUE SPACES.
               02 DL-FUND-PER-UNIT PIC 9(3)V99.
