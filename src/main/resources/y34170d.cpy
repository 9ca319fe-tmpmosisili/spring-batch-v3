
    01 Y34170D-INTERCHANGE-FEE-REC.
        05 Y34170D-FEE-NETW-ID               PIC X(08).
        05 Y34170D-FEE-STIMULUS              PIC X(04).
        05 Y34170D-FEE-PERCENT               PIC 9(02)V9(04).
        05 Y34170D-FEE-PER-ITEM              PIC 9(05).
