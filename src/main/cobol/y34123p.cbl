      *> from our side of the total before it ever gets compared to
      *> the network's advice.
      *>
      *> Balancing is per currency as well: each side carries its
      *> Y34120D-CURRENCY-CODE / Y34130D-ADVICE-CURRENCY-CODE into
      *> the sort, so a network/settle date with traffic in more
      *> than one currency balances each currency in its own units
      *> against the network's advice for that currency, and euros
      *> are never added to dollars. A blank currency on either side
      *> is the book currency, so feeds and advices that predate the
      *> currency code still tie.
      *>
      *> Every balancing line is also written to BALOUT
      *> (Y34169D-BALANCE-RESULT-REC) with its totals and an
      *> in-balance / out-of-balance / no-advice status, so
      *> Y34159P's funding run can refuse to release a payment on
      *> any network/settle date/currency that did not tie to the
      *> network's advice.
      *>
      *> GTSIN carries Y34141D control records: the business-date
      *> header and the trailer's record count and
      *> Y34120D-BUSINESS-FUNC2 hash are verified against this
        SELECT ENVTBL ASSIGN TO "ENVTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ENVTBL-STATUS.
        SELECT BALOUT ASSIGN TO "BALOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BALOUT-STATUS.
        SELECT BALRPT ASSIGN TO "BALRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BALRPT-STATUS.
    01 Y34123D-BALSORT-REC.
        05 Y34123D-SRT-NETW-ID      PIC X(08).
        05 Y34123D-SRT-SETTLE-DATE  PIC 9(07).
        05 Y34123D-SRT-CURRENCY-CODE PIC X(03).
        05 Y34123D-SRT-SOURCE       PIC X(01).
           88 Y34123D-SRT-FROM-ADVICE            VALUE "A".
           88 Y34123D-SRT-FROM-GTS               VALUE "G".
    FD  ADVICEIN.
    COPY "y34130d.cpy".

    FD  BALOUT.
    COPY "y34169d.cpy".

    FD  BALRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 BALRPT-LINE                  PIC X(132).
    01 WS-GTSIN-STATUS              PIC X(02) VALUE "00".
    01 WS-ADVICEIN-STATUS           PIC X(02) VALUE "00".
    01 WS-ENVTBL-STATUS             PIC X(02) VALUE "00".
    01 WS-BALOUT-STATUS             PIC X(02) VALUE "00".
    01 WS-BALRPT-STATUS             PIC X(02) VALUE "00".

    01 WS-GTSIN-EOF-SWITCH          PIC X(01) VALUE "N".
        88 WS-GROUP-IS-ACTIVE                 VALUE "Y" FALSE "N".
    01 WS-GROUP-NETW-ID             PIC X(08) VALUE SPACES.
    01 WS-GROUP-SETTLE-DATE         PIC 9(07) VALUE ZERO.
    01 WS-GROUP-CURRENCY-CODE       PIC X(03) VALUE SPACES.
    01 WS-GROUP-OUR-TOTAL           PIC 9(13) VALUE ZERO.
    01 WS-GROUP-ADVICE-TOTAL        PIC 9(13) VALUE ZERO.
    01 WS-ADVICE-RCVD-SWITCH        PIC X(01) VALUE "N".
        88 WS-ENV-IS-ALLOWED                   VALUE "Y" FALSE "N".

    01 WS-DIFFERENCE                 PIC S9(13) VALUE ZERO.
    01 WS-BOOK-CURRENCY              PIC X(03) VALUE "USD".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-HEADING-2.
        05 FILLER PIC X(10) VALUE "NETWORK-ID".
        05 FILLER PIC X(12) VALUE "SETTLE-DATE".
        05 FILLER PIC X(05) VALUE "CCY".
        05 FILLER PIC X(16) VALUE "OUR-TOTAL".
        05 FILLER PIC X(16) VALUE "ADVICE-TOTAL".
        05 FILLER PIC X(12) VALUE "STATUS".
        05 WS-DL-NETW-ID          PIC X(10).
        05 WS-DL-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(05) VALUE SPACES.
        05 WS-DL-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-OUR-TOTAL        PIC Z(12)9.
        05 FILLER                 PIC X(05) VALUE SPACES.
        05 WS-DL-ADVICE-TOTAL     PIC Z(12)9.

        PERFORM LOAD-ENV-ALLOW-LIST

        OPEN OUTPUT BALOUT
        OPEN OUTPUT BALRPT
        WRITE BALRPT-LINE FROM WS-HEADING-1
        WRITE BALRPT-LINE FROM WS-HEADING-2
        SORT BALSORT
            ON ASCENDING KEY Y34123D-SRT-NETW-ID
                             Y34123D-SRT-SETTLE-DATE
                             Y34123D-SRT-CURRENCY-CODE
            INPUT PROCEDURE IS READ-AND-EXTRACT-BOTH-SIDES
            OUTPUT PROCEDURE IS BREAK-ON-CONTROL-KEY

        CLOSE BALOUT
        CLOSE BALRPT

        PERFORM RECORD-JOB-END
            TO Y34123D-SRT-NETW-ID
        MOVE Y34120D-SETTLE-DATE OF TPIPE-Message-Layout
            TO Y34123D-SRT-SETTLE-DATE
        MOVE Y34120D-CURRENCY-CODE OF TPIPE-Message-Layout
            TO Y34123D-SRT-CURRENCY-CODE
        IF Y34123D-SRT-CURRENCY-CODE = SPACES
            MOVE WS-BOOK-CURRENCY TO Y34123D-SRT-CURRENCY-CODE
        END-IF
        SET Y34123D-SRT-FROM-GTS TO TRUE
        MOVE Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
            TO Y34123D-SRT-AMOUNT
    RELEASE-ADVICE-AMOUNT.
        MOVE Y34130D-ADVICE-NETW-ID TO Y34123D-SRT-NETW-ID
        MOVE Y34130D-ADVICE-SETTLE-DATE TO Y34123D-SRT-SETTLE-DATE
        MOVE Y34130D-ADVICE-CURRENCY-CODE TO Y34123D-SRT-CURRENCY-CODE
        IF Y34123D-SRT-CURRENCY-CODE = SPACES
            MOVE WS-BOOK-CURRENCY TO Y34123D-SRT-CURRENCY-CODE
        END-IF
        SET Y34123D-SRT-FROM-ADVICE TO TRUE
        MOVE Y34130D-ADVICE-TOTAL-AMOUNT TO Y34123D-SRT-AMOUNT
        RELEASE Y34123D-BALSORT-REC.
        IF NOT WS-GROUP-IS-ACTIVE
            OR Y34123D-SRT-NETW-ID NOT = WS-GROUP-NETW-ID
            OR Y34123D-SRT-SETTLE-DATE NOT = WS-GROUP-SETTLE-DATE
            OR Y34123D-SRT-CURRENCY-CODE NOT = WS-GROUP-CURRENCY-CODE
            PERFORM FLUSH-CONTROL-LINE
            SET WS-GROUP-IS-ACTIVE TO TRUE
            MOVE Y34123D-SRT-NETW-ID TO WS-GROUP-NETW-ID
            MOVE Y34123D-SRT-SETTLE-DATE TO WS-GROUP-SETTLE-DATE
            MOVE Y34123D-SRT-CURRENCY-CODE TO WS-GROUP-CURRENCY-CODE
        END-IF

        IF Y34123D-SRT-FROM-ADVICE
        IF WS-GROUP-IS-ACTIVE
            MOVE WS-GROUP-NETW-ID TO WS-DL-NETW-ID
            MOVE WS-GROUP-SETTLE-DATE TO WS-DL-SETTLE-DATE
            MOVE WS-GROUP-CURRENCY-CODE TO WS-DL-CURRENCY-CODE
            MOVE WS-GROUP-OUR-TOTAL TO WS-DL-OUR-TOTAL
            MOVE WS-GROUP-ADVICE-TOTAL TO WS-DL-ADVICE-TOTAL

            IF NOT WS-ADVICE-RECEIVED
                MOVE "NO ADVICE RCVD" TO WS-DL-STATUS
                SET Y34169D-BAL-NO-ADVICE TO TRUE
            ELSE
                COMPUTE WS-DIFFERENCE =
                    WS-GROUP-OUR-TOTAL - WS-GROUP-ADVICE-TOTAL
                IF WS-DIFFERENCE = ZERO
                    MOVE "IN BALANCE" TO WS-DL-STATUS
                    SET Y34169D-BAL-IN-BALANCE TO TRUE
                ELSE
                    MOVE "OUT OF BALANCE" TO WS-DL-STATUS
                    SET Y34169D-BAL-OUT-OF-BALANCE TO TRUE
                END-IF
            END-IF

            WRITE BALRPT-LINE FROM WS-DETAIL-LINE
            MOVE WS-GROUP-NETW-ID TO Y34169D-BAL-NETW-ID
            MOVE WS-GROUP-SETTLE-DATE TO Y34169D-BAL-SETTLE-DATE
            MOVE WS-GROUP-CURRENCY-CODE TO Y34169D-BAL-CURRENCY-CODE
            MOVE WS-GROUP-OUR-TOTAL TO Y34169D-BAL-OUR-TOTAL
            MOVE WS-GROUP-ADVICE-TOTAL TO Y34169D-BAL-ADVICE-TOTAL
            WRITE Y34169D-BALANCE-RESULT-REC
            ADD 1 TO WS-RECORDS-WRITTEN
            MOVE ZERO TO WS-GROUP-OUR-TOTAL
            MOVE ZERO TO WS-GROUP-ADVICE-TOTAL
