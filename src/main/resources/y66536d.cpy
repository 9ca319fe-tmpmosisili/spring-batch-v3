           88 Y66536D-AUD-NOT-FOUND                VALUE "N".
           88 Y66536D-AUD-REJECTED                 VALUE "R".
        05 Y66536D-AUD-REASON-CODE           PIC X(08).
        05 Y66536D-AUD-TRACE-ID              PIC X(12).
