
    01 Y66540D-EVENT-DATA-CONTENT.
        05 Y66540D-BFUNC-R-HOGAN-TRAN         PIC X(08).
        05 Y66540D-MASKED-PAN                 PIC X(23).
        05 Y66540D-NETW-ID                    PIC X(08).
        05 Y66540D-SETTLE-DATE                PIC 9(07).
        05 Y66540D-TRACE-ID                   PIC X(12).
        05 Y66540D-AMOUNT                     PIC 9(08).
        05 Y66540D-CURRENCY-CODE              PIC X(03).
        05 Y66540D-OUTCOME                    PIC X(01).
           88 Y66540D-OUTCOME-ACCEPTED              VALUE "A".
           88 Y66540D-OUTCOME-REJECTED              VALUE "R".
           88 Y66540D-OUTCOME-NO-ACK                VALUE "N".
        05 Y66540D-REASON-CODE                PIC X(08).
        05 Y66540D-REASON-DESC                PIC X(40).
