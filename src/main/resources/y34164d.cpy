
    01 Y34164D-WRITEOFF-PARM-REC.
        05 Y34164D-PARM-MIN-AGE-DAYS         PIC 9(04).
