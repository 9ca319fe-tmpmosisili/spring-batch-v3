
    01 Y34161D-CHARGEBACK-REC.
        05 Y34161D-CB-SUSPENSE-KEY.
           10 Y34161D-CB-PAN                 PIC X(23).
           10 Y34161D-CB-SETTLE-DATE         PIC 9(07).
           10 Y34161D-CB-NETW-ID             PIC X(08).
           10 Y34161D-CB-TRACE-ID            PIC X(12).
        05 Y34161D-CB-AMOUNT                 PIC 9(08).
        05 Y34161D-CB-TRAN-TYPE-IND          PIC X(01).
        05 Y34161D-CB-DISP-CODE              PIC X(04).
        05 Y34161D-CB-ANALYST-ID             PIC X(08).
        05 Y34161D-CB-OPENED-DATE            PIC 9(08).
        05 Y34161D-CB-FILED-DATE             PIC 9(08).
        05 Y34161D-CB-DEADLINE-DATE          PIC 9(08).
        05 Y34161D-CB-STATUS                 PIC X(01).
           88 Y34161D-CB-PENDING                   VALUE "P".
           88 Y34161D-CB-FILED                     VALUE "F".
           88 Y34161D-CB-WON                       VALUE "W".
           88 Y34161D-CB-LOST                      VALUE "L".
           88 Y34161D-CB-EXPIRED                   VALUE "X".
        05 Y34161D-CB-RESPONSE-DATE          PIC 9(08).
        05 Y34161D-CB-CURRENCY-CODE          PIC X(03).
