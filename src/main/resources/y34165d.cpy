
    01 Y34165D-WO-DISP-REC.
        05 Y34165D-WOD-DISP-CODE             PIC X(04).
        05 Y34165D-WOD-DESC                  PIC X(40).
