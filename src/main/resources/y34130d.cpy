        05 Y34130D-ADVICE-NETW-ID            PIC X(08).
        05 Y34130D-ADVICE-SETTLE-DATE        PIC 9(07).
        05 Y34130D-ADVICE-TOTAL-AMOUNT       PIC 9(13).
        05 Y34130D-ADVICE-CURRENCY-CODE      PIC X(03).
