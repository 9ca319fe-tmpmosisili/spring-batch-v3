
    01 Y34162D-CB-SUBMIT-REC.
        05 Y34162D-SUB-REC-TYPE              PIC X(01).
           88 Y34162D-SUB-NETW-HEADER              VALUE "H".
           88 Y34162D-SUB-DETAIL                   VALUE "D".
           88 Y34162D-SUB-NETW-TRAILER             VALUE "T".
        05 Y34162D-SUB-NETW-ID               PIC X(08).
        05 Y34162D-SUB-CURRENCY-CODE         PIC X(03).
        05 Y34162D-SUB-BODY                  PIC X(73).
        05 Y34162D-SUB-DETAIL-BODY REDEFINES Y34162D-SUB-BODY.
           10 Y34162D-SUB-PAN                PIC X(23).
           10 Y34162D-SUB-SETTLE-DATE        PIC 9(07).
           10 Y34162D-SUB-TRACE-ID           PIC X(12).
           10 Y34162D-SUB-AMOUNT             PIC 9(08).
           10 Y34162D-SUB-TRAN-TYPE-IND      PIC X(01).
           10 Y34162D-SUB-REASON-CODE        PIC X(04).
           10 Y34162D-SUB-FILED-DATE         PIC 9(08).
           10 Y34162D-SUB-DEADLINE-DATE      PIC 9(08).
           10 FILLER                         PIC X(02).
        05 Y34162D-SUB-CONTROL-BODY REDEFINES Y34162D-SUB-BODY.
           10 Y34162D-SUB-FILED-DATE-CTL     PIC 9(08).
           10 Y34162D-SUB-ITEM-COUNT         PIC 9(09).
           10 Y34162D-SUB-AMOUNT-TOTAL       PIC 9(15).
           10 FILLER                         PIC X(41).
