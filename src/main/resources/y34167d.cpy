
    01 Y34167D-NET-PARTITION-REC.
        05 Y34167D-NPT-NETW-ID               PIC X(08).
        05 Y34167D-NPT-PARTITION-NBR         PIC 9(02).
