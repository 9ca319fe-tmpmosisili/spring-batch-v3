           10 Y66516D-REPLAY-EVENT-TIME      PIC X(08).
           10 FILLER                         PIC X(01).
        05 Y66516D-REPLAY-SUBSCRIBER         PIC X(20).
        05 Y66516D-REPLAY-REQUEST-TYPE       PIC X(01).
           88 Y66516D-REPLAY-BY-EVENT              VALUE "E" " ".
           88 Y66516D-REPLAY-BY-TRACE              VALUE "T".
        05 Y66516D-REPLAY-TRACE-ID           PIC X(12).
        05 Y66516D-REPLAY-NETW-ID            PIC X(08).
        05 Y66516D-REPLAY-SETTLE-DATE        PIC 9(07).
