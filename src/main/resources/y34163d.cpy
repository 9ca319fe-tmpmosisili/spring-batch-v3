
    01 Y34163D-CB-RESPONSE-REC.
        05 Y34163D-RSP-SUSPENSE-KEY.
           10 Y34163D-RSP-PAN                PIC X(23).
           10 Y34163D-RSP-SETTLE-DATE        PIC 9(07).
           10 Y34163D-RSP-NETW-ID            PIC X(08).
           10 Y34163D-RSP-TRACE-ID           PIC X(12).
        05 Y34163D-RSP-OUTCOME               PIC X(01).
           88 Y34163D-RSP-WON                      VALUE "W".
           88 Y34163D-RSP-LOST                     VALUE "L".
        05 Y34163D-RSP-RESPONSE-DATE         PIC 9(08).
