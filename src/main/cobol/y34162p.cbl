      *> ---------------------------------------------------------
      *> Y34162P - REPEAT-PAN-REVIEW
      *>
      *> Weekly look across SUSPMST by card instead of by item.
      *> The same Y34133D-MST-PAN can fail on three networks under
      *> three trace IDs in one week and each item gets worked
      *> alone by a different analyst; this job puts the pieces
      *> back together so one analyst - or the fraud team - can
      *> take the whole card.
      *>
      *> SUSPMST is keyed PAN first, so a plain sequential read
      *> arrives grouped by card. An item counts towards its card
      *> while it is open, or if it cleared within the review
      *> window (PANPARM, Y34175D-REPEAT-PAN-PARM-REC, default 7
      *> days back from the run date). Written-off items are left
      *> to Y34157P's proof.
      *>
      *> A card is flagged when it reaches any one of the PANPARM
      *> thresholds: items in the window (default 3), distinct
      *> Y34120D-NETW-ID values (default 2), distinct
      *> Y34120D-GTS-ERR-NUM values (default 3), or total amount in
      *> book currency (no default). A blank threshold takes its
      *> default; zero switches that test off. Amounts are converted
      *> at the maintained FXRATTBL rate for each item's settle
      *> date, the same way Y34157P values a write-off; an item
      *> whose currency has no rate that day is left out of the
      *> amount total and counted as unpriced on the card.
      *>
      *> Each flagged card's items go to the fraud team on the
      *> referral file PANREFER (Y34176D-PAN-REFERRAL-REC), which
      *> carries the real PAN - it is a restricted dataset, handled
      *> like SUSPMST itself. PANRPT, the analysts' copy, never
      *> shows the PAN in the clear: each card is printed under its
      *> Y66521P-masked form with the counts and which thresholds
      *> it reached, then one line per item - network, settle date,
      *> trace ID, error number, status, amount and the CASEMST
      *> analyst and disposition (UNASSIGN when there is no case),
      *> so the overlap between analysts shows at a glance.
      *>
      *> Every item in the window is counted towards its card, but
      *> only the first 100 are listed. A card with more carries
      *> Y34176D-REF-CARD-OVERFLOW "Y" on each of its PANREFER
      *> records (Y34176D-REF-CARD-ITEMS still holds the full
      *> count), and PANRPT says so under the card, so the fraud
      *> team knows to pull the rest from SUSPMST.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34162P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT PANPARM ASSIGN TO "PANPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PANPARM-STATUS.
        SELECT FXRATTBL ASSIGN TO "FXRATTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXRATTBL-STATUS.
        SELECT SUSPMST ASSIGN TO "SUSPMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34133D-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-STATUS.
        SELECT CASEMST ASSIGN TO "CASEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34152D-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-STATUS.
        SELECT PANREFER ASSIGN TO "PANREFER"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PANREFER-STATUS.
        SELECT PANRPT ASSIGN TO "PANRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PANRPT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  PANPARM.
    COPY "y34175d.cpy".

    FD  FXRATTBL.
    COPY "y34166d.cpy".

    FD  SUSPMST.
    COPY "y34133d.cpy".

    FD  CASEMST.
    COPY "y34152d.cpy".

    FD  PANREFER.
    COPY "y34176d.cpy".

    FD  PANRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 PANRPT-LINE                  PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-PANPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-FXRATTBL-STATUS           PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-PANREFER-STATUS           PIC X(02) VALUE "00".
    01 WS-PANRPT-STATUS             PIC X(02) VALUE "00".

    01 WS-FXRATTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-FXRATTBL                 VALUE "Y".
    01 WS-SUSPMST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-SUSPMST                  VALUE "Y".
    01 WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
        88 WS-RATE-IS-AVAILABLE               VALUE "Y" FALSE "N".
    01 WS-CARD-ACTIVE-SWITCH        PIC X(01) VALUE "N".
        88 WS-CARD-IS-ACTIVE                  VALUE "Y" FALSE "N".
    01 WS-CARD-FLAGGED-SWITCH       PIC X(01) VALUE "N".
        88 WS-CARD-IS-FLAGGED                 VALUE "Y" FALSE "N".
    01 WS-CARD-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
        88 WS-CARD-OVERFLOWED                 VALUE "Y" FALSE "N".
    01 WS-FOUND-SWITCH              PIC X(01) VALUE "N".
        88 WS-VALUE-FOUND                     VALUE "Y" FALSE "N".

    01 WS-FXR-RATE-TABLE.
        05 WS-FXR-ENTRY OCCURS 5000 TIMES
                         INDEXED BY WS-FXR-IDX.
           10 WS-FXR-CURRENCY-CODE    PIC X(03).
           10 WS-FXR-RATE-DATE        PIC 9(08).
           10 WS-FXR-RATE-TO-BOOK     PIC 9(05)V9(06).
    01 WS-FXR-RATE-COUNT             PIC 9(04) VALUE ZERO.
    01 WS-BOOK-CURRENCY              PIC X(03) VALUE "USD".
    01 WS-ITEM-CURRENCY-CODE         PIC X(03) VALUE SPACES.
    01 WS-ITEM-RATE-TO-BOOK          PIC 9(05)V9(06) VALUE ZERO.
    01 WS-ITEM-BOOK-AMOUNT           PIC 9(13) VALUE ZERO.
    01 WS-SETTLE-DATE-8              PIC 9(08) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-WINDOW-START              PIC 9(08) VALUE ZERO.

    01 WS-WINDOW-DAYS               PIC 9(03) VALUE 7.
    01 WS-MIN-ITEMS                 PIC 9(03) VALUE 3.
    01 WS-MIN-NETWORKS              PIC 9(02) VALUE 2.
    01 WS-MIN-ERR-NUMS              PIC 9(02) VALUE 3.
    01 WS-MIN-BOOK-AMOUNT           PIC 9(13) VALUE ZERO.

      *> The card being gathered. Every item in the window is
      *> counted; the first 100 are kept for listing.
    01 WS-CARD-PAN                  PIC X(23) VALUE SPACES.
    01 WS-CARD-ITEMS                PIC 9(05) VALUE ZERO.
    01 WS-CARD-BOOK-AMOUNT          PIC 9(13) VALUE ZERO.
    01 WS-CARD-UNPRICED             PIC 9(05) VALUE ZERO.
    01 WS-CARD-FLAGS.
        05 WS-CARD-FLAG-ITEMS        PIC X(01) VALUE "N".
        05 WS-CARD-FLAG-NETWORKS     PIC X(01) VALUE "N".
        05 WS-CARD-FLAG-ERR-NUMS     PIC X(01) VALUE "N".
        05 WS-CARD-FLAG-AMOUNT       PIC X(01) VALUE "N".

    01 WS-CARD-ITEM-TABLE.
        05 WS-CARD-ITEM-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-CIT-IDX.
           10 WS-CIT-SETTLE-DATE      PIC 9(07).
           10 WS-CIT-NETW-ID          PIC X(08).
           10 WS-CIT-TRACE-ID         PIC X(12).
           10 WS-CIT-GTS-ERR-NUM      PIC 9(05).
           10 WS-CIT-STATUS           PIC X(01).
           10 WS-CIT-AMOUNT           PIC 9(08).
           10 WS-CIT-CURRENCY-CODE    PIC X(03).
    01 WS-CARD-ITEM-COUNT            PIC 9(04) VALUE ZERO.

    01 WS-CARD-NETW-TABLE.
        05 WS-CARD-NETW-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CNW-IDX.
           10 WS-CNW-NETW-ID          PIC X(08).
    01 WS-CARD-NETWORKS              PIC 9(03) VALUE ZERO.

    01 WS-CARD-ERR-TABLE.
        05 WS-CARD-ERR-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CER-IDX.
           10 WS-CER-GTS-ERR-NUM      PIC 9(05).
    01 WS-CARD-ERR-NUMS              PIC 9(03) VALUE ZERO.

    01 WS-ITEMS-READ                PIC 9(09) VALUE ZERO.
    01 WS-ITEMS-IN-WINDOW           PIC 9(09) VALUE ZERO.
    01 WS-CARDS-EXAMINED            PIC 9(09) VALUE ZERO.
    01 WS-CARDS-FLAGGED             PIC 9(09) VALUE ZERO.
    01 WS-REFERRALS-WRITTEN         PIC 9(09) VALUE ZERO.

    COPY "y66521d.cpy".

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        05 FILLER  PIC X(35) VALUE
            "REPEAT-PAN SUSPENSE REVIEW - RUN DT".
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-H1-RUN-DATE         PIC 9(08).
        05 FILLER  PIC X(17) VALUE "   WINDOW FROM   ".
        05 WS-H1-WINDOW-START     PIC 9(08).
    01 WS-HEADING-2.
        05 FILLER  PIC X(21) VALUE "THRESHOLDS - ITEMS   ".
        05 WS-H2-MIN-ITEMS        PIC ZZ9.
        05 FILLER  PIC X(12) VALUE "  NETWORKS  ".
        05 WS-H2-MIN-NETWORKS     PIC Z9.
        05 FILLER  PIC X(12) VALUE "  ERR-NUMS  ".
        05 WS-H2-MIN-ERR-NUMS     PIC Z9.
        05 FILLER  PIC X(15) VALUE "  BOOK AMOUNT  ".
        05 WS-H2-MIN-BOOK-AMOUNT  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  (ZERO = OFF)  ".
    01 WS-CARD-LINE-1.
        05 FILLER  PIC X(05) VALUE "CARD ".
        05 WS-C1-MASKED-PAN       PIC X(23).
        05 FILLER  PIC X(08) VALUE "  ITEMS ".
        05 WS-C1-ITEMS            PIC ZZ,ZZ9.
        05 FILLER  PIC X(11) VALUE "  NETWORKS ".
        05 WS-C1-NETWORKS         PIC ZZ9.
        05 FILLER  PIC X(11) VALUE "  ERR-NUMS ".
        05 WS-C1-ERR-NUMS         PIC ZZ9.
        05 FILLER  PIC X(07) VALUE "  BOOK ".
        05 WS-C1-BOOK-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(11) VALUE "  UNPRICED ".
        05 WS-C1-UNPRICED         PIC ZZ,ZZ9.
    01 WS-CARD-LINE-2.
        05 FILLER  PIC X(15) VALUE "     FLAGGED ON".
        05 WS-C2-FLAG-ITEMS       PIC X(10).
        05 WS-C2-FLAG-NETWORKS    PIC X(10).
        05 WS-C2-FLAG-ERR-NUMS    PIC X(10).
        05 WS-C2-FLAG-AMOUNT      PIC X(10).
    01 WS-ITEM-HEADING.
        05 FILLER  PIC X(05) VALUE SPACES.
        05 FILLER  PIC X(10) VALUE "NETWORK".
        05 FILLER  PIC X(09) VALUE "SETTLE".
        05 FILLER  PIC X(14) VALUE "TRACE-ID".
        05 FILLER  PIC X(08) VALUE "ERR-NUM".
        05 FILLER  PIC X(09) VALUE "STATUS".
        05 FILLER  PIC X(05) VALUE "CCY".
        05 FILLER  PIC X(12) VALUE "      AMOUNT".
        05 FILLER  PIC X(11) VALUE "  ANALYST".
        05 FILLER  PIC X(04) VALUE "DISP".
    01 WS-ITEM-LINE.
        05 FILLER                 PIC X(05) VALUE SPACES.
        05 WS-IL-NETW-ID          PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-IL-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-IL-TRACE-ID         PIC X(12).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-IL-GTS-ERR-NUM      PIC 9(05).
        05 FILLER                 PIC X(03) VALUE SPACES.
        05 WS-IL-STATUS           PIC X(09).
        05 WS-IL-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-IL-AMOUNT           PIC ZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(04) VALUE SPACES.
        05 WS-IL-ANALYST-ID       PIC X(08).
        05 FILLER                 PIC X(03) VALUE SPACES.
        05 WS-IL-DISP-CODE        PIC X(04).
    01 WS-OVERFLOW-LINE.
        05 FILLER  PIC X(05) VALUE SPACES.
        05 FILLER  PIC X(50) VALUE
            "** MORE THAN 100 ITEMS ON CARD - FIRST 100 LISTED ".
    01 WS-TOTAL-LINE.
        05 FILLER  PIC X(12) VALUE "ITEMS READ  ".
        05 WS-TL-READ-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(13) VALUE "  IN WINDOW  ".
        05 WS-TL-WINDOW-CNT       PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(09) VALUE "  CARDS  ".
        05 WS-TL-CARDS-CNT        PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(11) VALUE "  FLAGGED  ".
        05 WS-TL-FLAGGED-CNT      PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(13) VALUE "  REFERRALS  ".
        05 WS-TL-REFERRAL-CNT     PIC ZZZ,ZZZ,ZZ9.
    01 WS-BLANK-LINE.
        05 FILLER  PIC X(01) VALUE SPACE.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START

        PERFORM READ-REPEAT-PAN-PARM
        COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-WINDOW-DAYS)
        PERFORM LOAD-FX-RATE-TABLE

        OPEN INPUT SUSPMST
        OPEN INPUT CASEMST
        OPEN OUTPUT PANREFER
        OPEN OUTPUT PANRPT
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        MOVE WS-WINDOW-START TO WS-H1-WINDOW-START
        WRITE PANRPT-LINE FROM WS-HEADING-1
        MOVE WS-MIN-ITEMS TO WS-H2-MIN-ITEMS
        MOVE WS-MIN-NETWORKS TO WS-H2-MIN-NETWORKS
        MOVE WS-MIN-ERR-NUMS TO WS-H2-MIN-ERR-NUMS
        MOVE WS-MIN-BOOK-AMOUNT TO WS-H2-MIN-BOOK-AMOUNT
        WRITE PANRPT-LINE FROM WS-HEADING-2
        WRITE PANRPT-LINE FROM WS-BLANK-LINE

        PERFORM UNTIL WS-END-OF-SUSPMST
            READ SUSPMST
                AT END
                    SET WS-END-OF-SUSPMST TO TRUE
                NOT AT END
                    ADD 1 TO WS-ITEMS-READ
                    PERFORM CONSIDER-ONE-ITEM
            END-READ
        END-PERFORM
        PERFORM FINISH-CARD

        MOVE WS-ITEMS-READ TO WS-TL-READ-CNT
        MOVE WS-ITEMS-IN-WINDOW TO WS-TL-WINDOW-CNT
        MOVE WS-CARDS-EXAMINED TO WS-TL-CARDS-CNT
        MOVE WS-CARDS-FLAGGED TO WS-TL-FLAGGED-CNT
        MOVE WS-REFERRALS-WRITTEN TO WS-TL-REFERRAL-CNT
        WRITE PANRPT-LINE FROM WS-TOTAL-LINE

        CLOSE SUSPMST
        CLOSE CASEMST
        CLOSE PANREFER
        CLOSE PANRPT

        DISPLAY "Y34162P: ITEMS IN WINDOW " WS-ITEMS-IN-WINDOW
            " CARDS " WS-CARDS-EXAMINED
            " FLAGGED " WS-CARDS-FLAGGED
            " REFERRALS " WS-REFERRALS-WRITTEN

        PERFORM RECORD-JOB-END
        STOP RUN.

    ABEND-JOB.
        MOVE 16 TO RETURN-CODE
        STOP RUN.

    CHECK-PREDECESSOR.
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34133P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y34162P: PREDECESSOR Y34133P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    READ-CYCLE-PARM.
        OPEN INPUT CYCPARM
        READ CYCPARM
            AT END
                CONTINUE
            NOT AT END
                IF Y34158D-PARM-CYCLE-NBR IS NUMERIC
                    AND Y34158D-PARM-CYCLE-NBR NOT = ZERO
                    MOVE Y34158D-PARM-CYCLE-NBR
                        TO WS-RUN-CYCLE
                END-IF
        END-READ
        CLOSE CYCPARM.

    RECORD-JOB-START.
        SET Y34140D-FUNC-START TO TRUE
        MOVE "Y34162P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34162P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-ITEMS-READ TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-REFERRALS-WRITTEN TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

      *> A blank field keeps its default; a numeric one - zero
      *> included - replaces it, so zero turns a threshold off.
    READ-REPEAT-PAN-PARM.
        OPEN INPUT PANPARM
        READ PANPARM
            AT END
                CONTINUE
            NOT AT END
                IF Y34175D-PARM-WINDOW-DAYS IS NUMERIC
                    AND Y34175D-PARM-WINDOW-DAYS NOT = ZERO
                    MOVE Y34175D-PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                END-IF
                IF Y34175D-PARM-MIN-ITEMS IS NUMERIC
                    MOVE Y34175D-PARM-MIN-ITEMS TO WS-MIN-ITEMS
                END-IF
                IF Y34175D-PARM-MIN-NETWORKS IS NUMERIC
                    MOVE Y34175D-PARM-MIN-NETWORKS TO WS-MIN-NETWORKS
                END-IF
                IF Y34175D-PARM-MIN-ERR-NUMS IS NUMERIC
                    MOVE Y34175D-PARM-MIN-ERR-NUMS TO WS-MIN-ERR-NUMS
                END-IF
                IF Y34175D-PARM-MIN-BOOK-AMOUNT IS NUMERIC
                    MOVE Y34175D-PARM-MIN-BOOK-AMOUNT
                        TO WS-MIN-BOOK-AMOUNT
                END-IF
        END-READ
        CLOSE PANPARM.

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
                        DISPLAY "Y34162P: WS-FXR-RATE-TABLE FULL AT 5000 "
                            "ENTRIES - IGNORING REMAINING FXRATTBL ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FXRATTBL.

    LOOKUP-RATE-TO-BOOK.
        SET WS-RATE-IS-AVAILABLE TO FALSE
        IF Y34133D-MST-CURRENCY-CODE = SPACES
            OR Y34133D-MST-CURRENCY-CODE = WS-BOOK-CURRENCY
            MOVE WS-BOOK-CURRENCY TO WS-ITEM-CURRENCY-CODE
            MOVE 1 TO WS-ITEM-RATE-TO-BOOK
            SET WS-RATE-IS-AVAILABLE TO TRUE
        ELSE
            MOVE Y34133D-MST-CURRENCY-CODE TO WS-ITEM-CURRENCY-CODE
            COMPUTE WS-SETTLE-DATE-8 = 20000000
                + Y34133D-MST-SETTLE-DATE
            IF WS-FXR-RATE-COUNT > 0
                SET WS-FXR-IDX TO 1
                SEARCH WS-FXR-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-FXR-CURRENCY-CODE(WS-FXR-IDX)
                            = WS-ITEM-CURRENCY-CODE
                        AND WS-FXR-RATE-DATE(WS-FXR-IDX)
                            = WS-SETTLE-DATE-8
                        MOVE WS-FXR-RATE-TO-BOOK(WS-FXR-IDX)
                            TO WS-ITEM-RATE-TO-BOOK
                        SET WS-RATE-IS-AVAILABLE TO TRUE
                END-SEARCH
            END-IF
        END-IF.

    CONSIDER-ONE-ITEM.
        IF Y34133D-MST-OPEN
            OR (Y34133D-MST-CLEARED
                AND Y34133D-MST-CLEARED-DATE NOT < WS-WINDOW-START)
            IF NOT WS-CARD-IS-ACTIVE
                OR Y34133D-MST-PAN NOT = WS-CARD-PAN
                PERFORM FINISH-CARD
                PERFORM START-CARD
            END-IF
            PERFORM ADD-ITEM-TO-CARD
        END-IF.

    START-CARD.
        SET WS-CARD-IS-ACTIVE TO TRUE
        SET WS-CARD-OVERFLOWED TO FALSE
        MOVE Y34133D-MST-PAN TO WS-CARD-PAN
        MOVE ZERO TO WS-CARD-ITEMS
        MOVE ZERO TO WS-CARD-BOOK-AMOUNT
        MOVE ZERO TO WS-CARD-UNPRICED
        MOVE ZERO TO WS-CARD-ITEM-COUNT
        MOVE ZERO TO WS-CARD-NETWORKS
        MOVE ZERO TO WS-CARD-ERR-NUMS.

    ADD-ITEM-TO-CARD.
        ADD 1 TO WS-CARD-ITEMS
        ADD 1 TO WS-ITEMS-IN-WINDOW

        PERFORM LOOKUP-RATE-TO-BOOK
        IF WS-RATE-IS-AVAILABLE
            COMPUTE WS-ITEM-BOOK-AMOUNT ROUNDED =
                Y34133D-MST-AMOUNT * WS-ITEM-RATE-TO-BOOK
            ADD WS-ITEM-BOOK-AMOUNT TO WS-CARD-BOOK-AMOUNT
        ELSE
            ADD 1 TO WS-CARD-UNPRICED
        END-IF

        PERFORM COUNT-CARD-NETWORK
        PERFORM COUNT-CARD-ERR-NUM

        IF WS-CARD-ITEM-COUNT < 100
            ADD 1 TO WS-CARD-ITEM-COUNT
            SET WS-CIT-IDX TO WS-CARD-ITEM-COUNT
            MOVE Y34133D-MST-SETTLE-DATE
                TO WS-CIT-SETTLE-DATE(WS-CIT-IDX)
            MOVE Y34133D-MST-NETW-ID TO WS-CIT-NETW-ID(WS-CIT-IDX)
            MOVE Y34133D-MST-TRACE-ID TO WS-CIT-TRACE-ID(WS-CIT-IDX)
            MOVE Y34133D-MST-GTS-ERR-NUM
                TO WS-CIT-GTS-ERR-NUM(WS-CIT-IDX)
            MOVE Y34133D-MST-STATUS TO WS-CIT-STATUS(WS-CIT-IDX)
            MOVE Y34133D-MST-AMOUNT TO WS-CIT-AMOUNT(WS-CIT-IDX)
            MOVE WS-ITEM-CURRENCY-CODE
                TO WS-CIT-CURRENCY-CODE(WS-CIT-IDX)
        ELSE
            SET WS-CARD-OVERFLOWED TO TRUE
        END-IF.

    COUNT-CARD-NETWORK.
        SET WS-VALUE-FOUND TO FALSE
        IF WS-CARD-NETWORKS > 0
            SET WS-CNW-IDX TO 1
            SEARCH WS-CARD-NETW-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CNW-IDX > WS-CARD-NETWORKS
                    CONTINUE
                WHEN WS-CNW-NETW-ID(WS-CNW-IDX) = Y34133D-MST-NETW-ID
                    SET WS-VALUE-FOUND TO TRUE
            END-SEARCH
        END-IF
        IF NOT WS-VALUE-FOUND AND WS-CARD-NETWORKS < 20
            ADD 1 TO WS-CARD-NETWORKS
            SET WS-CNW-IDX TO WS-CARD-NETWORKS
            MOVE Y34133D-MST-NETW-ID TO WS-CNW-NETW-ID(WS-CNW-IDX)
        END-IF.

    COUNT-CARD-ERR-NUM.
        SET WS-VALUE-FOUND TO FALSE
        IF WS-CARD-ERR-NUMS > 0
            SET WS-CER-IDX TO 1
            SEARCH WS-CARD-ERR-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CER-IDX > WS-CARD-ERR-NUMS
                    CONTINUE
                WHEN WS-CER-GTS-ERR-NUM(WS-CER-IDX)
                        = Y34133D-MST-GTS-ERR-NUM
                    SET WS-VALUE-FOUND TO TRUE
            END-SEARCH
        END-IF
        IF NOT WS-VALUE-FOUND AND WS-CARD-ERR-NUMS < 50
            ADD 1 TO WS-CARD-ERR-NUMS
            SET WS-CER-IDX TO WS-CARD-ERR-NUMS
            MOVE Y34133D-MST-GTS-ERR-NUM
                TO WS-CER-GTS-ERR-NUM(WS-CER-IDX)
        END-IF.

    FINISH-CARD.
        IF WS-CARD-IS-ACTIVE
            ADD 1 TO WS-CARDS-EXAMINED
            SET WS-CARD-IS-FLAGGED TO FALSE
            MOVE "NNNN" TO WS-CARD-FLAGS
            IF WS-MIN-ITEMS > ZERO
                AND WS-CARD-ITEMS NOT < WS-MIN-ITEMS
                MOVE "Y" TO WS-CARD-FLAG-ITEMS
                SET WS-CARD-IS-FLAGGED TO TRUE
            END-IF
            IF WS-MIN-NETWORKS > ZERO
                AND WS-CARD-NETWORKS NOT < WS-MIN-NETWORKS
                MOVE "Y" TO WS-CARD-FLAG-NETWORKS
                SET WS-CARD-IS-FLAGGED TO TRUE
            END-IF
            IF WS-MIN-ERR-NUMS > ZERO
                AND WS-CARD-ERR-NUMS NOT < WS-MIN-ERR-NUMS
                MOVE "Y" TO WS-CARD-FLAG-ERR-NUMS
                SET WS-CARD-IS-FLAGGED TO TRUE
            END-IF
            IF WS-MIN-BOOK-AMOUNT > ZERO
                AND WS-CARD-BOOK-AMOUNT NOT < WS-MIN-BOOK-AMOUNT
                MOVE "Y" TO WS-CARD-FLAG-AMOUNT
                SET WS-CARD-IS-FLAGGED TO TRUE
            END-IF
            IF WS-CARD-IS-FLAGGED
                PERFORM REFER-ONE-CARD
            END-IF
            SET WS-CARD-IS-ACTIVE TO FALSE
        END-IF.

    REFER-ONE-CARD.
        ADD 1 TO WS-CARDS-FLAGGED
        MOVE WS-CARD-PAN TO Y66521D-PAN-IN
        CALL "Y66521P" USING Y66521D-PAN-MASK-LINKAGE

        MOVE Y66521D-PAN-OUT TO WS-C1-MASKED-PAN
        MOVE WS-CARD-ITEMS TO WS-C1-ITEMS
        MOVE WS-CARD-NETWORKS TO WS-C1-NETWORKS
        MOVE WS-CARD-ERR-NUMS TO WS-C1-ERR-NUMS
        MOVE WS-CARD-BOOK-AMOUNT TO WS-C1-BOOK-AMOUNT
        MOVE WS-CARD-UNPRICED TO WS-C1-UNPRICED
        WRITE PANRPT-LINE FROM WS-CARD-LINE-1

        MOVE SPACES TO WS-C2-FLAG-ITEMS
        MOVE SPACES TO WS-C2-FLAG-NETWORKS
        MOVE SPACES TO WS-C2-FLAG-ERR-NUMS
        MOVE SPACES TO WS-C2-FLAG-AMOUNT
        IF WS-CARD-FLAG-ITEMS = "Y"
            MOVE " ITEMS" TO WS-C2-FLAG-ITEMS
        END-IF
        IF WS-CARD-FLAG-NETWORKS = "Y"
            MOVE " NETWORKS" TO WS-C2-FLAG-NETWORKS
        END-IF
        IF WS-CARD-FLAG-ERR-NUMS = "Y"
            MOVE " ERR-NUMS" TO WS-C2-FLAG-ERR-NUMS
        END-IF
        IF WS-CARD-FLAG-AMOUNT = "Y"
            MOVE " AMOUNT" TO WS-C2-FLAG-AMOUNT
        END-IF
        WRITE PANRPT-LINE FROM WS-CARD-LINE-2
        WRITE PANRPT-LINE FROM WS-ITEM-HEADING

        PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
                UNTIL WS-CIT-IDX > WS-CARD-ITEM-COUNT
            PERFORM REFER-ONE-ITEM
        END-PERFORM
        IF WS-CARD-OVERFLOWED
            WRITE PANRPT-LINE FROM WS-OVERFLOW-LINE
        END-IF
        WRITE PANRPT-LINE FROM WS-BLANK-LINE.

    REFER-ONE-ITEM.
        MOVE WS-CARD-PAN TO Y34152D-CASE-PAN
        MOVE WS-CIT-SETTLE-DATE(WS-CIT-IDX) TO Y34152D-CASE-SETTLE-DATE
        MOVE WS-CIT-NETW-ID(WS-CIT-IDX) TO Y34152D-CASE-NETW-ID
        MOVE WS-CIT-TRACE-ID(WS-CIT-IDX) TO Y34152D-CASE-TRACE-ID
        READ CASEMST
            INVALID KEY
                MOVE "UNASSIGN" TO WS-IL-ANALYST-ID
                MOVE SPACES TO WS-IL-DISP-CODE
            NOT INVALID KEY
                IF Y34152D-CASE-ANALYST-ID = SPACES
                    MOVE "UNASSIGN" TO WS-IL-ANALYST-ID
                ELSE
                    MOVE Y34152D-CASE-ANALYST-ID TO WS-IL-ANALYST-ID
                END-IF
                MOVE Y34152D-CASE-DISP-CODE TO WS-IL-DISP-CODE
        END-READ

        MOVE WS-CIT-NETW-ID(WS-CIT-IDX) TO WS-IL-NETW-ID
        MOVE WS-CIT-SETTLE-DATE(WS-CIT-IDX) TO WS-IL-SETTLE-DATE
        MOVE WS-CIT-TRACE-ID(WS-CIT-IDX) TO WS-IL-TRACE-ID
        MOVE WS-CIT-GTS-ERR-NUM(WS-CIT-IDX) TO WS-IL-GTS-ERR-NUM
        IF WS-CIT-STATUS(WS-CIT-IDX) = "O"
            MOVE "OPEN" TO WS-IL-STATUS
        ELSE
            MOVE "CLEARED" TO WS-IL-STATUS
        END-IF
        MOVE WS-CIT-CURRENCY-CODE(WS-CIT-IDX) TO WS-IL-CURRENCY-CODE
        MOVE WS-CIT-AMOUNT(WS-CIT-IDX) TO WS-IL-AMOUNT
        WRITE PANRPT-LINE FROM WS-ITEM-LINE

        MOVE WS-RUN-DATE TO Y34176D-REF-RUN-DATE
        MOVE WS-CARD-PAN TO Y34176D-REF-PAN
        MOVE WS-CARD-ITEMS TO Y34176D-REF-CARD-ITEMS
        MOVE WS-CARD-NETWORKS TO Y34176D-REF-CARD-NETWORKS
        MOVE WS-CARD-ERR-NUMS TO Y34176D-REF-CARD-ERR-NUMS
        MOVE WS-CARD-BOOK-AMOUNT TO Y34176D-REF-CARD-BOOK-AMOUNT
        MOVE WS-CARD-FLAGS TO Y34176D-REF-FLAGS
        MOVE WS-CARD-OVERFLOW-SWITCH TO Y34176D-REF-CARD-OVERFLOW
        MOVE WS-CIT-SETTLE-DATE(WS-CIT-IDX) TO Y34176D-REF-SETTLE-DATE
        MOVE WS-CIT-NETW-ID(WS-CIT-IDX) TO Y34176D-REF-NETW-ID
        MOVE WS-CIT-TRACE-ID(WS-CIT-IDX) TO Y34176D-REF-TRACE-ID
        MOVE WS-CIT-GTS-ERR-NUM(WS-CIT-IDX) TO Y34176D-REF-GTS-ERR-NUM
        MOVE WS-CIT-STATUS(WS-CIT-IDX) TO Y34176D-REF-ITEM-STATUS
        MOVE WS-CIT-AMOUNT(WS-CIT-IDX) TO Y34176D-REF-AMOUNT
        MOVE WS-CIT-CURRENCY-CODE(WS-CIT-IDX)
            TO Y34176D-REF-CURRENCY-CODE
        MOVE WS-IL-ANALYST-ID TO Y34176D-REF-ANALYST-ID
        MOVE WS-IL-DISP-CODE TO Y34176D-REF-DISP-CODE
        WRITE Y34176D-PAN-REFERRAL-REC
        ADD 1 TO WS-REFERRALS-WRITTEN.
