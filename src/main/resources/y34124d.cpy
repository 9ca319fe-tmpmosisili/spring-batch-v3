        05 Y34124D-PARM-RESTART-IND          PIC X(01).
           88 Y34124D-RESTART-RUN                   VALUE "Y".
           88 Y34124D-FRESH-RUN                     VALUE "N".
        05 Y34124D-PARM-PARTITION-NBR        PIC 9(02).
        05 Y34124D-PARM-PARTITION-COUNT      PIC 9(02).
