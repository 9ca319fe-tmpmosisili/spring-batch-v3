        05 Y34141D-CTL-REC-TYPE              PIC X(08).
           88 Y34141D-CTL-HEADER                   VALUE "CTL-HDR ".
           88 Y34141D-CTL-TRAILER                  VALUE "CTL-TRL ".
           88 Y34141D-CTL-PARTITION                VALUE "CTL-PTN ".
        05 Y34141D-CTL-BUSINESS-DATE         PIC 9(08).
        05 Y34141D-CTL-CYCLE-NBR             PIC 9(02).
        05 Y34141D-CTL-RECORD-COUNT          PIC 9(09).
