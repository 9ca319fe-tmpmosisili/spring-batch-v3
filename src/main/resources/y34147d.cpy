           88 Y34147D-TABLE-ERRTBL                  VALUE "ERRTBL".
           88 Y34147D-TABLE-ROUTETBL                VALUE "ROUTETBL".
           88 Y34147D-TABLE-HRJTBL                  VALUE "HRJTBL".
           88 Y34147D-TABLE-CBDAYTBL                VALUE "CBDAYTBL".
           88 Y34147D-TABLE-WODSPTBL                VALUE "WODSPTBL".
           88 Y34147D-TABLE-FXRATTBL                VALUE "FXRATTBL".
           88 Y34147D-TABLE-NETPTTBL                VALUE "NETPTTBL".
           88 Y34147D-TABLE-FEESCHED                VALUE "FEESCHED".
           88 Y34147D-TABLE-RETNTBL                 VALUE "RETNTBL".
        05 Y34147D-TRAN-ACTION               PIC X(01).
           88 Y34147D-ACTION-ADD                    VALUE "A".
           88 Y34147D-ACTION-CHANGE                 VALUE "C".
           10 Y34147D-TRAN-HRJ-CODE          PIC X(08).
           10 Y34147D-TRAN-HRJ-STD-DESC      PIC X(40).
           10 Y34147D-TRAN-HRJ-RECYCLE-CLASS PIC X(01).
        05 Y34147D-TRAN-CBD-ROW REDEFINES Y34147D-TRAN-ROW-IMAGE.
           10 Y34147D-TRAN-CBD-NETW-ID       PIC X(08).
           10 Y34147D-TRAN-CBD-DAYS-TO-FILE  PIC 9(03).
           10 FILLER                         PIC X(38).
        05 Y34147D-TRAN-WOD-ROW REDEFINES Y34147D-TRAN-ROW-IMAGE.
           10 Y34147D-TRAN-WOD-DISP-CODE     PIC X(04).
           10 Y34147D-TRAN-WOD-DESC          PIC X(40).
           10 FILLER                         PIC X(05).
        05 Y34147D-TRAN-FXR-ROW REDEFINES Y34147D-TRAN-ROW-IMAGE.
           10 Y34147D-TRAN-FXR-CURRENCY-CODE PIC X(03).
           10 Y34147D-TRAN-FXR-RATE-DATE     PIC 9(08).
           10 Y34147D-TRAN-FXR-RATE-TO-BOOK  PIC 9(05)V9(06).
           10 FILLER                         PIC X(27).
        05 Y34147D-TRAN-NPT-ROW REDEFINES Y34147D-TRAN-ROW-IMAGE.
           10 Y34147D-TRAN-NPT-NETW-ID       PIC X(08).
           10 Y34147D-TRAN-NPT-PARTITION-NBR PIC 9(02).
           10 FILLER                         PIC X(39).
        05 Y34147D-TRAN-FEE-ROW REDEFINES Y34147D-TRAN-ROW-IMAGE.
           10 Y34147D-TRAN-FEE-NETW-ID       PIC X(08).
           10 Y34147D-TRAN-FEE-STIMULUS      PIC X(04).
           10 Y34147D-TRAN-FEE-PERCENT       PIC 9(02)V9(04).
           10 Y34147D-TRAN-FEE-PER-ITEM      PIC 9(05).
           10 FILLER                         PIC X(26).
        05 Y34147D-TRAN-RET-ROW REDEFINES Y34147D-TRAN-ROW-IMAGE.
           10 Y34147D-TRAN-RET-FILE-NAME     PIC X(10).
           10 Y34147D-TRAN-RET-DAYS          PIC 9(05).
           10 FILLER                         PIC X(34).
