
    01 Y34159D-CB-DAYS-REC.
        05 Y34159D-CBD-NETW-ID               PIC X(08).
        05 Y34159D-CBD-DAYS-TO-FILE          PIC 9(03).
