           88 Y34140D-FUNC-START                   VALUE "S".
           88 Y34140D-FUNC-END                     VALUE "E".
           88 Y34140D-FUNC-CHECK                   VALUE "C".
           88 Y34140D-FUNC-BACKOUT                 VALUE "B".
        05 Y34140D-CTL-PROGRAM-ID            PIC X(08).
        05 Y34140D-CTL-BUSINESS-DATE         PIC 9(08).
        05 Y34140D-CTL-CYCLE-NBR             PIC 9(02).
