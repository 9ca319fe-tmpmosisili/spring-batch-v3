
    01 Y34168D-FUNDING-INSTR-REC.
        05 Y34168D-FND-NETW-ID               PIC X(08).
        05 Y34168D-FND-SETTLE-DATE           PIC 9(07).
        05 Y34168D-FND-CURRENCY-CODE         PIC X(03).
        05 Y34168D-FND-DIRECTION             PIC X(01).
           88 Y34168D-FND-PAY                      VALUE "P".
           88 Y34168D-FND-RECEIVE                  VALUE "R".
        05 Y34168D-FND-NET-AMOUNT            PIC 9(13).
        05 Y34168D-FND-VALUE-DATE            PIC 9(08).
        05 Y34168D-FND-GROSS-AMOUNT          PIC S9(13).
        05 Y34168D-FND-INTERCHANGE-AMOUNT    PIC S9(13).
        05 Y34168D-FND-ADVICE-TOTAL-AMOUNT   PIC 9(13).
