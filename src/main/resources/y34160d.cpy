
    01 Y34160D-CB-PARM-REC.
        05 Y34160D-PARM-CB-DISP-CODE         PIC X(04).
        05 Y34160D-PARM-WARN-DAYS            PIC 9(03).
