      *> detail record count and the total debits (equal to total
      *> credits by construction).
      *>
      *> Amounts are journaled per currency. The summary is by
      *> network, settle date and Y34120D-CURRENCY-CODE (blank is
      *> book currency), and each pair carries both the net in the
      *> transaction's own currency (Y34155D-JRNL-ORIG-AMOUNT) and
      *> that net converted to book currency at the maintained
      *> FXRATTBL rate for the settle date (Y34155D-JRNL-AMOUNT, the
      *> figure the pair balances on). Y34124P already holds back
      *> anything it cannot value; an accepted posting whose rate
      *> has since been deleted is written to JRNLEXC and kept out
      *> of the journal rather than booked at a guessed rate.
      *>
      *> JRNLPRF is the printed journal proof: one line per journal
      *> record, the batch totals, and the counts of postings
      *> excluded as rejected or unacknowledged so the proof ties
        SELECT GLJRNL ASSIGN TO "GLJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLJRNL-STATUS.
        SELECT FXRATTBL ASSIGN TO "FXRATTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXRATTBL-STATUS.
        SELECT JRNLEXC ASSIGN TO "JRNLEXC"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-JRNLEXC-STATUS.
        SELECT JRNLPRF ASSIGN TO "JRNLPRF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNLPRF-STATUS.
    01 Y34154D-GLSORT-REC.
        05 Y34154D-SRT-NETW-ID      PIC X(08).
        05 Y34154D-SRT-SETTLE-DATE  PIC 9(07).
        05 Y34154D-SRT-CURRENCY-CODE PIC X(03).
        05 Y34154D-SRT-RATE-TO-BOOK PIC 9(05)V9(06).
        05 Y34154D-SRT-AMOUNT       PIC S9(13).

    FD  POSTWK.
    FD  GLJRNL.
    COPY "y34155d.cpy".

    FD  FXRATTBL.
    COPY "y34166d.cpy".

    FD  JRNLEXC.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34154D-JRNLEXC-REC==.

    FD  JRNLPRF
        RECORD CONTAINS 132 CHARACTERS.
    01 JRNLPRF-LINE                 PIC X(132).
    01 WS-RESPWK-STATUS             PIC X(02) VALUE "00".
    01 WS-GLJRNL-STATUS             PIC X(02) VALUE "00".
    01 WS-JRNLPRF-STATUS            PIC X(02) VALUE "00".
    01 WS-FXRATTBL-STATUS           PIC X(02) VALUE "00".
    01 WS-JRNLEXC-STATUS            PIC X(02) VALUE "00".

    01 WS-HOGANOUT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-HOGANOUT                 VALUE "Y".
        88 WS-END-OF-RESPWK                   VALUE "Y".
    01 WS-GLSORT-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-GLSORT                   VALUE "Y".
    01 WS-FXRATTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-FXRATTBL                 VALUE "Y".
    01 WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
        88 WS-RATE-IS-AVAILABLE               VALUE "Y" FALSE "N".

    01 WS-FXR-RATE-TABLE.
        05 WS-FXR-ENTRY OCCURS 5000 TIMES
                         INDEXED BY WS-FXR-IDX.
           10 WS-FXR-CURRENCY-CODE    PIC X(03).
           10 WS-FXR-RATE-DATE        PIC 9(08).
           10 WS-FXR-RATE-TO-BOOK     PIC 9(05)V9(06).
    01 WS-FXR-RATE-COUNT             PIC 9(04) VALUE ZERO.
    01 WS-BOOK-CURRENCY              PIC X(03) VALUE "USD".
    01 WS-SETTLE-DATE-8              PIC 9(08) VALUE ZERO.

    01 WS-HOGANOUT-HDR-SWITCH       PIC X(01) VALUE "N".
        88 WS-HOGANOUT-HDR-SEEN               VALUE "Y".
        88 WS-GROUP-IS-ACTIVE                 VALUE "Y" FALSE "N".
    01 WS-GROUP-NETW-ID             PIC X(08) VALUE SPACES.
    01 WS-GROUP-SETTLE-DATE         PIC 9(07) VALUE ZERO.
    01 WS-GROUP-CURRENCY-CODE       PIC X(03) VALUE SPACES.
    01 WS-GROUP-RATE-TO-BOOK        PIC 9(05)V9(06) VALUE ZERO.
    01 WS-GROUP-NET-AMOUNT          PIC S9(15) VALUE ZERO.
    01 WS-PAIR-ORIG-AMOUNT          PIC 9(15) VALUE ZERO.
    01 WS-PAIR-AMOUNT               PIC 9(15) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-REJECTED-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-NOACK-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-ORPHAN-COUNT              PIC 9(09) VALUE ZERO.
    01 WS-NO-RATE-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-JOURNAL-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-ZERO-NET-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-DEBIT-TOTAL               PIC 9(15) VALUE ZERO.
        05 FILLER  PIC X(13) VALUE "  SETTLE-DATE".
        05 FILLER  PIC X(12) VALUE "  DR-ACCOUNT".
        05 FILLER  PIC X(12) VALUE "  CR-ACCOUNT".
        05 FILLER  PIC X(20) VALUE "         BOOK AMOUNT".
        05 FILLER  PIC X(05) VALUE "  CCY".
        05 FILLER  PIC X(20) VALUE "     ORIGINAL AMOUNT".
    01 WS-DETAIL-LINE.
        05 WS-DL-NETW-ID          PIC X(10).
        05 FILLER                 PIC X(04) VALUE SPACES.
        05 WS-DL-CR-ACCOUNT       PIC X(10).
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-DL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-DL-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-1.
        05 FILLER                 PIC X(30) VALUE "TOTAL DEBITS".
        05 WS-T1-DEBIT-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 WS-XL-NOACK-CNT        PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(10) VALUE " ORPHANS  ".
        05 WS-XL-ORPHAN-CNT       PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(10) VALUE " NO-RATE  ".
        05 WS-XL-NO-RATE-CNT      PIC ZZZ,ZZZ,ZZ9.

    PROCEDURE DIVISION.
    MAIN-PARA.
        PERFORM READ-CYCLE-PARM
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START
        PERFORM LOAD-FX-RATE-TABLE

        OPEN OUTPUT POSTWK
        SORT POSTSORT
        WRITE JRNLPRF-LINE FROM WS-HEADING-1
        WRITE JRNLPRF-LINE FROM WS-HEADING-2

        OPEN OUTPUT JRNLEXC
        SORT GLSORT
            ON ASCENDING KEY Y34154D-SRT-NETW-ID
                             Y34154D-SRT-SETTLE-DATE
                             Y34154D-SRT-CURRENCY-CODE
            INPUT PROCEDURE IS MATCH-ACCEPTED-POSTINGS
            OUTPUT PROCEDURE IS BREAK-ON-NETWORK-AND-DATE
        CLOSE JRNLEXC

        PERFORM WRITE-JOURNAL-TRAILER
        CLOSE GLJRNL
        MOVE WS-REJECTED-COUNT TO WS-XL-REJECTED-CNT
        MOVE WS-NOACK-COUNT TO WS-XL-NOACK-CNT
        MOVE WS-ORPHAN-COUNT TO WS-XL-ORPHAN-CNT
        MOVE WS-NO-RATE-COUNT TO WS-XL-NO-RATE-CNT
        WRITE JRNLPRF-LINE FROM WS-EXCLUDED-LINE
        CLOSE JRNLPRF

            " JOURNALED PAIRS " WS-JOURNAL-COUNT
            " REJECTED " WS-REJECTED-COUNT
            " NO-ACK " WS-NOACK-COUNT
            " NO-RATE " WS-NO-RATE-COUNT

        PERFORM RECORD-JOB-END
        STOP RUN.
        MOVE WS-JOURNAL-COUNT TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    LOAD-FX-RATE-TABLE.
        OPEN INPUT FXRATTBL
        PERFORM UNTIL WS-END-OF-FXRATTBL
            READ FXRATTBL
                AT END
                    SET WS-END-OF-FXRATTBL TO TRUE
                NOT AT END
                    IF WS-FXR-RATE-COUNT < 5000
                        ADD 1 TO WS-FXR-RATE-COUNT
                        SET WS-FXR-IDX TO WS-FXR-RATE-COUNT
                        MOVE Y34166D-FX-CURRENCY-CODE
                            TO WS-FXR-CURRENCY-CODE(WS-FXR-IDX)
                        MOVE Y34166D-FX-RATE-DATE
                            TO WS-FXR-RATE-DATE(WS-FXR-IDX)
                        MOVE Y34166D-FX-RATE-TO-BOOK
                            TO WS-FXR-RATE-TO-BOOK(WS-FXR-IDX)
                    ELSE
                        DISPLAY "Y34154P: WS-FXR-RATE-TABLE FULL AT 5000 "
                            "ENTRIES - IGNORING REMAINING FXRATTBL ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FXRATTBL.

    READ-AND-VALIDATE-HOGANOUT.
        OPEN INPUT HOGANOUT
        PERFORM UNTIL WS-END-OF-HOGANOUT
        END-EVALUATE.

    RELEASE-ACCEPTED-AMOUNT.
        PERFORM LOOKUP-RATE-TO-BOOK
        IF WS-RATE-IS-AVAILABLE
            PERFORM RELEASE-CONVERTIBLE-AMOUNT
        ELSE
            WRITE Y34154D-JRNLEXC-REC FROM Y34154D-POSTWK-REC
            ADD 1 TO WS-NO-RATE-COUNT
        END-IF.

    LOOKUP-RATE-TO-BOOK.
        SET WS-RATE-IS-AVAILABLE TO FALSE
        IF Y34120D-CURRENCY-CODE OF Y34154D-POSTWK-REC = SPACES
            OR Y34120D-CURRENCY-CODE OF Y34154D-POSTWK-REC
                = WS-BOOK-CURRENCY
            MOVE WS-BOOK-CURRENCY TO Y34154D-SRT-CURRENCY-CODE
            MOVE 1 TO Y34154D-SRT-RATE-TO-BOOK
            SET WS-RATE-IS-AVAILABLE TO TRUE
        ELSE
            MOVE Y34120D-CURRENCY-CODE OF Y34154D-POSTWK-REC
                TO Y34154D-SRT-CURRENCY-CODE
            COMPUTE WS-SETTLE-DATE-8 = 20000000
                + Y34120D-SETTLE-DATE OF Y34154D-POSTWK-REC
            IF WS-FXR-RATE-COUNT > 0
                SET WS-FXR-IDX TO 1
                SEARCH WS-FXR-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-FXR-CURRENCY-CODE(WS-FXR-IDX)
                            = Y34154D-SRT-CURRENCY-CODE
                        AND WS-FXR-RATE-DATE(WS-FXR-IDX)
                            = WS-SETTLE-DATE-8
                        MOVE WS-FXR-RATE-TO-BOOK(WS-FXR-IDX)
                            TO Y34154D-SRT-RATE-TO-BOOK
                        SET WS-RATE-IS-AVAILABLE TO TRUE
                END-SEARCH
            END-IF
        END-IF.

    RELEASE-CONVERTIBLE-AMOUNT.
        MOVE Y34120D-NETW-ID OF Y34154D-POSTWK-REC
            TO Y34154D-SRT-NETW-ID
        MOVE Y34120D-SETTLE-DATE OF Y34154D-POSTWK-REC
        IF NOT WS-GROUP-IS-ACTIVE
            OR Y34154D-SRT-NETW-ID NOT = WS-GROUP-NETW-ID
            OR Y34154D-SRT-SETTLE-DATE NOT = WS-GROUP-SETTLE-DATE
            OR Y34154D-SRT-CURRENCY-CODE NOT = WS-GROUP-CURRENCY-CODE
            PERFORM FLUSH-JOURNAL-PAIR
            SET WS-GROUP-IS-ACTIVE TO TRUE
            MOVE Y34154D-SRT-NETW-ID TO WS-GROUP-NETW-ID
            MOVE Y34154D-SRT-SETTLE-DATE TO WS-GROUP-SETTLE-DATE
            MOVE Y34154D-SRT-CURRENCY-CODE TO WS-GROUP-CURRENCY-CODE
            MOVE Y34154D-SRT-RATE-TO-BOOK TO WS-GROUP-RATE-TO-BOOK
        END-IF

        ADD Y34154D-SRT-AMOUNT TO WS-GROUP-NET-AMOUNT.

    WRITE-ONE-JOURNAL-PAIR.
        IF WS-GROUP-NET-AMOUNT > ZERO
            MOVE WS-GROUP-NET-AMOUNT TO WS-PAIR-ORIG-AMOUNT
        ELSE
            COMPUTE WS-PAIR-ORIG-AMOUNT = ZERO - WS-GROUP-NET-AMOUNT
        END-IF
        COMPUTE WS-PAIR-AMOUNT ROUNDED =
            WS-PAIR-ORIG-AMOUNT * WS-GROUP-RATE-TO-BOOK

        IF WS-GROUP-NET-AMOUNT > ZERO
            PERFORM WRITE-JOURNAL-DETAIL-DR-CLRNG
        ELSE
            PERFORM WRITE-JOURNAL-DETAIL-DR-NETW
        END-IF

        MOVE WS-GROUP-NETW-ID TO WS-DL-NETW-ID
        MOVE WS-GROUP-SETTLE-DATE TO WS-DL-SETTLE-DATE
        MOVE WS-PAIR-AMOUNT TO WS-DL-AMOUNT
        MOVE WS-GROUP-CURRENCY-CODE TO WS-DL-CURRENCY-CODE
        MOVE WS-PAIR-ORIG-AMOUNT TO WS-DL-ORIG-AMOUNT
        WRITE JRNLPRF-LINE FROM WS-DETAIL-LINE.

    WRITE-JOURNAL-DETAIL-DR-CLRNG.
        MOVE WS-GROUP-NETW-ID TO Y34155D-JRNL-NETW-ID
        MOVE WS-GROUP-SETTLE-DATE TO Y34155D-JRNL-SETTLE-DATE
        MOVE WS-PAIR-AMOUNT TO Y34155D-JRNL-AMOUNT
        MOVE ZERO TO Y34155D-JRNL-RECORD-COUNT
        MOVE WS-GROUP-CURRENCY-CODE TO Y34155D-JRNL-CURRENCY-CODE
        MOVE WS-PAIR-ORIG-AMOUNT TO Y34155D-JRNL-ORIG-AMOUNT.

    WRITE-JOURNAL-TRAILER.
        SET Y34155D-JRNL-TRAILER TO TRUE
        MOVE SPACE TO Y34155D-JRNL-DR-CR-IND
        MOVE WS-DEBIT-TOTAL TO Y34155D-JRNL-AMOUNT
        COMPUTE Y34155D-JRNL-RECORD-COUNT = WS-JOURNAL-COUNT * 2
        MOVE WS-BOOK-CURRENCY TO Y34155D-JRNL-CURRENCY-CODE
        MOVE WS-DEBIT-TOTAL TO Y34155D-JRNL-ORIG-AMOUNT
        WRITE Y34155D-GL-JOURNAL-REC.
