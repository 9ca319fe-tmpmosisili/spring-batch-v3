        05 Y34133D-MST-STATUS                PIC X(01).
           88 Y34133D-MST-OPEN                     VALUE "O".
           88 Y34133D-MST-CLEARED                  VALUE "C".
           88 Y34133D-MST-WRITTEN-OFF              VALUE "W".
        05 Y34133D-MST-CLEARED-DATE          PIC 9(08).
        05 Y34133D-MST-AMOUNT                PIC 9(08).
        05 Y34133D-MST-WRITEOFF-DATE         PIC 9(08).
        05 Y34133D-MST-RECOVERY-IND          PIC X(01).
           88 Y34133D-MST-RECOVERED                VALUE "Y".
           88 Y34133D-MST-NOT-RECOVERED            VALUE "N" " ".
        05 Y34133D-MST-RECOVERY-DATE         PIC 9(08).
        05 Y34133D-MST-CURRENCY-CODE         PIC X(03).
