
    01 Y34171D-RETENTION-REC.
        05 Y34171D-RET-FILE-NAME             PIC X(10).
        05 Y34171D-RET-DAYS                  PIC 9(05).
