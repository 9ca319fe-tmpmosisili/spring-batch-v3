
    01 Y34176D-PAN-REFERRAL-REC.
        05 Y34176D-REF-RUN-DATE              PIC 9(08).
        05 Y34176D-REF-PAN                   PIC X(23).
        05 Y34176D-REF-CARD-ITEMS            PIC 9(05).
        05 Y34176D-REF-CARD-NETWORKS         PIC 9(03).
        05 Y34176D-REF-CARD-ERR-NUMS         PIC 9(03).
        05 Y34176D-REF-CARD-BOOK-AMOUNT      PIC 9(13).
        05 Y34176D-REF-FLAGS.
           10 Y34176D-REF-FLAG-ITEMS         PIC X(01).
              88 Y34176D-REF-OVER-ITEMS            VALUE "Y".
           10 Y34176D-REF-FLAG-NETWORKS      PIC X(01).
              88 Y34176D-REF-OVER-NETWORKS         VALUE "Y".
           10 Y34176D-REF-FLAG-ERR-NUMS      PIC X(01).
              88 Y34176D-REF-OVER-ERR-NUMS         VALUE "Y".
           10 Y34176D-REF-FLAG-AMOUNT        PIC X(01).
              88 Y34176D-REF-OVER-AMOUNT           VALUE "Y".
        05 Y34176D-REF-CARD-OVERFLOW         PIC X(01).
           88 Y34176D-REF-ITEMS-TRUNCATED          VALUE "Y".
        05 Y34176D-REF-SETTLE-DATE           PIC 9(07).
        05 Y34176D-REF-NETW-ID               PIC X(08).
        05 Y34176D-REF-TRACE-ID              PIC X(12).
        05 Y34176D-REF-GTS-ERR-NUM           PIC 9(05).
        05 Y34176D-REF-ITEM-STATUS           PIC X(01).
        05 Y34176D-REF-AMOUNT                PIC 9(08).
        05 Y34176D-REF-CURRENCY-CODE         PIC X(03).
        05 Y34176D-REF-ANALYST-ID            PIC X(08).
        05 Y34176D-REF-DISP-CODE             PIC X(04).
