
    01 Y34166D-FX-RATE-REC.
        05 Y34166D-FX-CURRENCY-CODE          PIC X(03).
        05 Y34166D-FX-RATE-DATE              PIC 9(08).
        05 Y34166D-FX-RATE-TO-BOOK           PIC 9(05)V9(06).
