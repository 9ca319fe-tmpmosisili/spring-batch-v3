           88 Y34155D-JRNL-CREDIT                  VALUE "C".
        05 Y34155D-JRNL-AMOUNT               PIC 9(15).
        05 Y34155D-JRNL-RECORD-COUNT         PIC 9(09).
        05 Y34155D-JRNL-CURRENCY-CODE        PIC X(03).
        05 Y34155D-JRNL-ORIG-AMOUNT          PIC 9(15).
