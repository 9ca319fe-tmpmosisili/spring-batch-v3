
    01 Y34169D-BALANCE-RESULT-REC.
        05 Y34169D-BAL-NETW-ID               PIC X(08).
        05 Y34169D-BAL-SETTLE-DATE           PIC 9(07).
        05 Y34169D-BAL-CURRENCY-CODE         PIC X(03).
        05 Y34169D-BAL-OUR-TOTAL             PIC 9(13).
        05 Y34169D-BAL-ADVICE-TOTAL          PIC 9(13).
        05 Y34169D-BAL-STATUS                PIC X(01).
           88 Y34169D-BAL-IN-BALANCE               VALUE "B".
           88 Y34169D-BAL-OUT-OF-BALANCE           VALUE "O".
           88 Y34169D-BAL-NO-ADVICE                VALUE "N".
