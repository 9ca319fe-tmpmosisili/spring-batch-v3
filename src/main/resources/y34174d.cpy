
    01 Y34174D-BACKOUT-PARM-REC.
        05 Y34174D-PARM-BUSINESS-DATE        PIC 9(08).
        05 Y34174D-PARM-CYCLE-NBR            PIC 9(02).
