
    01 Y34175D-REPEAT-PAN-PARM-REC.
        05 Y34175D-PARM-WINDOW-DAYS          PIC 9(03).
        05 Y34175D-PARM-MIN-ITEMS            PIC 9(03).
        05 Y34175D-PARM-MIN-NETWORKS         PIC 9(02).
        05 Y34175D-PARM-MIN-ERR-NUMS         PIC 9(02).
        05 Y34175D-PARM-MIN-BOOK-AMOUNT      PIC 9(13).
