      *> ---------------------------------------------------------
      *> Y34157P - SUSPENSE-WRITEOFF
      *>
      *> Month-end run that takes unrecoverable items off the
      *> books instead of leaving them open on SUSPMST for finance
      *> to accrue on a spreadsheet.
      *>
      *> Every SUSPMST item still marked open whose first-seen date
      *> is at least WOPARM's minimum age (Y34164D-WRITEOFF-PARM-REC,
      *> default 90 days) before the run date is looked up on
      *> CASEMST. If its Y34152D-CASE-DISP-CODE is on the maintained
      *> write-off-eligible list WODSPTBL (Y34165D-WO-DISP-REC,
      *> maintained through Y34138P's front door) the item is given
      *> status Y34133D-MST-WRITTEN-OFF with today as its write-off
      *> date. Written off is its own status, separate from
      *> cleared: Y34133P's Pass 2 leaves it alone, and an item that
      *> shows up on GTSIN again afterwards is flagged there as a
      *> recovery rather than quietly reopened. Items with no case,
      *> no disposition, or a disposition not on the list stay open.
      *>
      *> Each item's Y34133D-MST-AMOUNT is in its own
      *> Y34133D-MST-CURRENCY-CODE (blank is book currency) and is
      *> converted to book currency at the maintained FXRATTBL rate
      *> for its settle date. An item whose currency has no rate for
      *> that date is left open and counted on the proof - it is
      *> not written off at a guessed value - and is picked up by a
      *> later run once the rate is keyed.
      *>
      *> The written-off items are sorted by Y34120D-NETW-ID and
      *> currency and totalled per network/currency. Each total
      *> books one balanced debit/credit pair on WOJRNL in the same
      *> Y34155D-GL-JOURNAL-REC format as Y34154P's GLJRNL, so the
      *> GL interface takes it unchanged: the suspense-loss account
      *> is debited and the settlement clearing account credited
      *> with the book-currency total, the original-currency total
      *> riding alongside. A network's write-off spans settle dates,
      *> so the journal settle date is zero. The file ends with the
      *> same trailer Y34154P writes - total debits and the detail
      *> record count.
      *>
      *> WOPRF is the proof for audit sign-off: every item written
      *> off with its amount, age, CASEMST analyst and disposition,
      *> each network's journal pair, the batch totals, and
      *> sign-off lines.
      *>
      *> Each write-off is preceded by a before-image of the SUSPMST
      *> item on the shared update journal UPDJRNL
      *> (Y34173D-UPDATE-JRNL-REC, opened EXTEND), tagged with the
      *> business date, cycle and program ID, so Y34161P can reopen
      *> the items if the run is backed out. Backing out restores
      *> the master only; the WOJRNL batch it booked has to be
      *> withheld from (or reversed in) the GL separately.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34157P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT WOPARM ASSIGN TO "WOPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-WOPARM-STATUS.
        SELECT WODSPTBL ASSIGN TO "WODSPTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-WODSPTBL-STATUS.
        SELECT SUSPMST ASSIGN TO "SUSPMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34133D-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-STATUS.
        SELECT UPDJRNL ASSIGN TO "UPDJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UPDJRNL-STATUS.
        SELECT CASEMST ASSIGN TO "CASEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34152D-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-STATUS.
        SELECT FXRATTBL ASSIGN TO "FXRATTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXRATTBL-STATUS.
        SELECT WOSORT ASSIGN TO "WOSORT".
        SELECT WOJRNL ASSIGN TO "WOJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-WOJRNL-STATUS.
        SELECT WOPRF ASSIGN TO "WOPRF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WOPRF-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  WOPARM.
    COPY "y34164d.cpy".

    FD  WODSPTBL.
    COPY "y34165d.cpy".

    FD  SUSPMST.
    COPY "y34133d.cpy".

    FD  UPDJRNL.
    COPY "y34173d.cpy".

    FD  CASEMST.
    COPY "y34152d.cpy".

    FD  FXRATTBL.
    COPY "y34166d.cpy".

    SD  WOSORT.
    01 Y34157D-WOSORT-REC.
        05 Y34157D-SRT-NETW-ID      PIC X(08).
        05 Y34157D-SRT-CURRENCY-CODE PIC X(03).
        05 Y34157D-SRT-SETTLE-DATE  PIC 9(07).
        05 Y34157D-SRT-TRACE-ID     PIC X(12).
        05 Y34157D-SRT-GTS-ERR-NUM  PIC 9(05).
        05 Y34157D-SRT-FIRST-SEEN   PIC 9(08).
        05 Y34157D-SRT-AGE-DAYS     PIC 9(05).
        05 Y34157D-SRT-AMOUNT       PIC 9(08).
        05 Y34157D-SRT-BOOK-AMOUNT  PIC 9(13).
        05 Y34157D-SRT-ANALYST-ID   PIC X(08).
        05 Y34157D-SRT-DISP-CODE    PIC X(04).

    FD  WOJRNL.
    COPY "y34155d.cpy".

    FD  WOPRF
        RECORD CONTAINS 132 CHARACTERS.
    01 WOPRF-LINE                   PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-WOPARM-STATUS             PIC X(02) VALUE "00".
    01 WS-WODSPTBL-STATUS           PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-UPDJRNL-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-FXRATTBL-STATUS           PIC X(02) VALUE "00".
    01 WS-WOJRNL-STATUS             PIC X(02) VALUE "00".
    01 WS-WOPRF-STATUS              PIC X(02) VALUE "00".

    01 WS-WODSPTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-WODSPTBL                 VALUE "Y".
    01 WS-FXRATTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-FXRATTBL                 VALUE "Y".
    01 WS-SUSPMST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-SUSPMST                  VALUE "Y".
    01 WS-WOSORT-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-WOSORT                   VALUE "Y".
    01 WS-CASE-FOUND-SWITCH         PIC X(01) VALUE "N".
        88 WS-CASE-FOUND                      VALUE "Y" FALSE "N".
    01 WS-FOUND-SWITCH              PIC X(01) VALUE "N".
        88 WS-DISP-ELIGIBLE                   VALUE "Y" FALSE "N".
    01 WS-GROUP-ACTIVE-SWITCH       PIC X(01) VALUE "N".
        88 WS-GROUP-IS-ACTIVE                 VALUE "Y" FALSE "N".
    01 WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
        88 WS-RATE-IS-AVAILABLE               VALUE "Y" FALSE "N".

    01 WS-WOD-DISP-TABLE.
        05 WS-WOD-ENTRY OCCURS 100 TIMES
                         INDEXED BY WS-WOD-IDX.
           10 WS-WOD-DISP-CODE        PIC X(04).
    01 WS-WOD-DISP-COUNT             PIC 9(04) VALUE ZERO.

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
    01 WS-SETTLE-DATE-8              PIC 9(08) VALUE ZERO.

    01 WS-LOSS-ACCOUNT              PIC X(10) VALUE "SUSP-LOSS".
    01 WS-CLEARING-ACCOUNT          PIC X(10) VALUE "GTS-CLRNG".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-JRN-SEQ-NBR               PIC 9(09) VALUE ZERO.
    01 WS-MIN-AGE-DAYS              PIC 9(04) VALUE 90.
    01 WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.

    01 WS-GROUP-NETW-ID             PIC X(08) VALUE SPACES.
    01 WS-GROUP-CURRENCY-CODE       PIC X(03) VALUE SPACES.
    01 WS-GROUP-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-PAIR-ORIG-AMOUNT          PIC 9(15) VALUE ZERO.
    01 WS-PAIR-AMOUNT               PIC 9(15) VALUE ZERO.

    01 WS-ITEMS-READ                PIC 9(09) VALUE ZERO.
    01 WS-AGED-COUNT                PIC 9(09) VALUE ZERO.
    01 WS-NO-CASE-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-NO-RATE-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-WRITTEN-OFF-COUNT         PIC 9(09) VALUE ZERO.
    01 WS-JOURNAL-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-DEBIT-TOTAL               PIC 9(15) VALUE ZERO.
    01 WS-CREDIT-TOTAL              PIC 9(15) VALUE ZERO.

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        05 FILLER  PIC X(38) VALUE
            "SUSPENSE WRITE-OFF PROOF - BUSINESS DT".
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-H1-RUN-DATE PIC 9(08).
        05 FILLER  PIC X(16) VALUE "   MINIMUM AGE  ".
        05 WS-H1-MIN-AGE  PIC Z,ZZ9.
        05 FILLER  PIC X(05) VALUE " DAYS".
    01 WS-HEADING-2.
        05 FILLER  PIC X(10) VALUE "NETWORK-ID".
        05 FILLER  PIC X(09) VALUE "SETTLE".
        05 FILLER  PIC X(14) VALUE "TRACE-ID".
        05 FILLER  PIC X(07) VALUE "ERR-NUM".
        05 FILLER  PIC X(10) VALUE "FIRST-SEEN".
        05 FILLER  PIC X(07) VALUE "    AGE".
        05 FILLER  PIC X(10) VALUE "  ANALYST".
        05 FILLER  PIC X(06) VALUE "DISP".
        05 FILLER  PIC X(05) VALUE "CCY".
        05 FILLER  PIC X(10) VALUE "    AMOUNT".
        05 FILLER  PIC X(17) VALUE "      BOOK AMOUNT".
    01 WS-DETAIL-LINE.
        05 WS-DL-NETW-ID          PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-TRACE-ID         PIC X(12).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-GTS-ERR-NUM      PIC 9(05).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-FIRST-SEEN       PIC 9(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-AGE-DAYS         PIC ZZ,ZZ9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-ANALYST-ID       PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-DISP-CODE        PIC X(04).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-DL-BOOK-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
    01 WS-JOURNAL-LINE.
        05 FILLER                 PIC X(10) VALUE "  JOURNAL ".
        05 WS-JL-NETW-ID          PIC X(08).
        05 FILLER                 PIC X(04) VALUE " DR ".
        05 WS-JL-DR-ACCOUNT       PIC X(10).
        05 FILLER                 PIC X(04) VALUE " CR ".
        05 WS-JL-CR-ACCOUNT       PIC X(10).
        05 FILLER                 PIC X(07) VALUE " ITEMS ".
        05 WS-JL-ITEM-CNT         PIC ZZZ,ZZ9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-JL-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-JL-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(06) VALUE " BOOK ".
        05 WS-JL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-1.
        05 FILLER                 PIC X(30) VALUE "TOTAL DEBITS".
        05 WS-T1-DEBIT-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-2.
        05 FILLER                 PIC X(30) VALUE "TOTAL CREDITS".
        05 WS-T2-CREDIT-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-3.
        05 FILLER  PIC X(14) VALUE "ITEMS READ".
        05 WS-T3-READ-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  AGED OPEN".
        05 WS-T3-AGED-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  NO CASE".
        05 WS-T3-NO-CASE-CNT      PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  NO FX RATE".
        05 WS-T3-NO-RATE-CNT      PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  WRITTEN OFF".
        05 WS-T3-WRITTEN-OFF-CNT  PIC ZZZ,ZZZ,ZZ9.
    01 WS-SIGNOFF-LINE-1.
        05 FILLER  PIC X(60) VALUE
            "PREPARED BY ______________________  DATE __________".
    01 WS-SIGNOFF-LINE-2.
        05 FILLER  PIC X(60) VALUE
            "APPROVED BY ______________________  DATE __________".
    01 WS-BLANK-LINE.
        05 FILLER  PIC X(01) VALUE SPACE.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START

        PERFORM READ-WRITEOFF-PARM
        PERFORM LOAD-WRITEOFF-DISP-TABLE
        PERFORM LOAD-FX-RATE-TABLE

        OPEN OUTPUT WOJRNL
        OPEN OUTPUT WOPRF
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        MOVE WS-MIN-AGE-DAYS TO WS-H1-MIN-AGE
        WRITE WOPRF-LINE FROM WS-HEADING-1
        WRITE WOPRF-LINE FROM WS-HEADING-2

        SORT WOSORT
            ON ASCENDING KEY Y34157D-SRT-NETW-ID
                             Y34157D-SRT-CURRENCY-CODE
                             Y34157D-SRT-SETTLE-DATE
                             Y34157D-SRT-TRACE-ID
            INPUT PROCEDURE IS SELECT-WRITEOFF-ITEMS
            OUTPUT PROCEDURE IS BREAK-ON-NETWORK

        PERFORM WRITE-JOURNAL-TRAILER
        CLOSE WOJRNL

        WRITE WOPRF-LINE FROM WS-BLANK-LINE
        MOVE WS-DEBIT-TOTAL TO WS-T1-DEBIT-TOTAL
        WRITE WOPRF-LINE FROM WS-TOTAL-LINE-1
        MOVE WS-CREDIT-TOTAL TO WS-T2-CREDIT-TOTAL
        WRITE WOPRF-LINE FROM WS-TOTAL-LINE-2
        MOVE WS-ITEMS-READ TO WS-T3-READ-CNT
        MOVE WS-AGED-COUNT TO WS-T3-AGED-CNT
        MOVE WS-NO-CASE-COUNT TO WS-T3-NO-CASE-CNT
        MOVE WS-NO-RATE-COUNT TO WS-T3-NO-RATE-CNT
        MOVE WS-WRITTEN-OFF-COUNT TO WS-T3-WRITTEN-OFF-CNT
        WRITE WOPRF-LINE FROM WS-TOTAL-LINE-3
        WRITE WOPRF-LINE FROM WS-BLANK-LINE
        WRITE WOPRF-LINE FROM WS-SIGNOFF-LINE-1
        WRITE WOPRF-LINE FROM WS-BLANK-LINE
        WRITE WOPRF-LINE FROM WS-SIGNOFF-LINE-2
        CLOSE WOPRF

        DISPLAY "Y34157P: READ " WS-ITEMS-READ
            " AGED OPEN " WS-AGED-COUNT
            " WRITTEN OFF " WS-WRITTEN-OFF-COUNT
            " JOURNALED PAIRS " WS-JOURNAL-COUNT

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
            DISPLAY "Y34157P: PREDECESSOR Y34133P NOT COMPLETE FOR "
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
        MOVE "Y34157P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34157P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-ITEMS-READ TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-WRITTEN-OFF-COUNT TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    READ-WRITEOFF-PARM.
        OPEN INPUT WOPARM
        READ WOPARM
            AT END
                CONTINUE
            NOT AT END
                IF Y34164D-PARM-MIN-AGE-DAYS IS NUMERIC
                    AND Y34164D-PARM-MIN-AGE-DAYS NOT = ZERO
                    MOVE Y34164D-PARM-MIN-AGE-DAYS
                        TO WS-MIN-AGE-DAYS
                END-IF
        END-READ
        CLOSE WOPARM.

    LOAD-WRITEOFF-DISP-TABLE.
        OPEN INPUT WODSPTBL
        PERFORM UNTIL WS-END-OF-WODSPTBL
            READ WODSPTBL
                AT END
                    SET WS-END-OF-WODSPTBL TO TRUE
                NOT AT END
                    IF WS-WOD-DISP-COUNT < 100
                        ADD 1 TO WS-WOD-DISP-COUNT
                        SET WS-WOD-IDX TO WS-WOD-DISP-COUNT
                        MOVE Y34165D-WOD-DISP-CODE
                            TO WS-WOD-DISP-CODE(WS-WOD-IDX)
                    ELSE
                        DISPLAY "Y34157P: WS-WOD-DISP-TABLE FULL AT 100 "
                            "ENTRIES - IGNORING REMAINING WODSPTBL ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WODSPTBL.

    LOOKUP-WRITEOFF-DISP.
        SET WS-DISP-ELIGIBLE TO FALSE
        IF WS-WOD-DISP-COUNT > 0
            AND Y34152D-CASE-DISP-CODE NOT = SPACES
            SET WS-WOD-IDX TO 1
            SEARCH WS-WOD-ENTRY
                AT END
                    CONTINUE
                WHEN WS-WOD-DISP-CODE(WS-WOD-IDX)
                        = Y34152D-CASE-DISP-CODE
                    SET WS-DISP-ELIGIBLE TO TRUE
            END-SEARCH
        END-IF.

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
                        DISPLAY "Y34157P: WS-FXR-RATE-TABLE FULL AT 5000 "
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

      *> The status change is rewritten to SUSPMST as each item is
      *> selected, inside the sort's input procedure, so the master
      *> and the journal are built from the same pass.
    SELECT-WRITEOFF-ITEMS.
        OPEN I-O SUSPMST
        OPEN EXTEND UPDJRNL
        IF WS-UPDJRNL-STATUS NOT = "00"
                AND WS-UPDJRNL-STATUS NOT = "05"
            DISPLAY "Y34157P: OPEN FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF
        OPEN INPUT CASEMST

        MOVE LOW-VALUES TO Y34133D-MST-SUSPENSE-KEY
        START SUSPMST KEY NOT < Y34133D-MST-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-SUSPMST TO TRUE
        END-START

        PERFORM UNTIL WS-END-OF-SUSPMST
            READ SUSPMST NEXT
                AT END
                    SET WS-END-OF-SUSPMST TO TRUE
                NOT AT END
                    ADD 1 TO WS-ITEMS-READ
                    IF Y34133D-MST-OPEN
                        PERFORM CONSIDER-ONE-OPEN-ITEM
                    END-IF
            END-READ
        END-PERFORM

        CLOSE SUSPMST
        CLOSE UPDJRNL
        CLOSE CASEMST.

    CONSIDER-ONE-OPEN-ITEM.
        COMPUTE WS-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
          - FUNCTION INTEGER-OF-DATE(Y34133D-MST-FIRST-SEEN-DATE)

        IF WS-AGE-DAYS >= WS-MIN-AGE-DAYS
            ADD 1 TO WS-AGED-COUNT
            MOVE Y34133D-MST-SUSPENSE-KEY TO Y34152D-CASE-SUSPENSE-KEY
            READ CASEMST
                INVALID KEY
                    SET WS-CASE-FOUND TO FALSE
                NOT INVALID KEY
                    SET WS-CASE-FOUND TO TRUE
            END-READ

            IF WS-CASE-FOUND
                PERFORM LOOKUP-WRITEOFF-DISP
                IF WS-DISP-ELIGIBLE
                    PERFORM LOOKUP-RATE-TO-BOOK
                    IF WS-RATE-IS-AVAILABLE
                        PERFORM WRITE-OFF-ONE-ITEM
                    ELSE
                        ADD 1 TO WS-NO-RATE-COUNT
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-NO-CASE-COUNT
            END-IF
        END-IF.

    WRITE-OFF-ONE-ITEM.
        SET Y34173D-JRN-SUSPMST TO TRUE
        SET Y34173D-JRN-CHANGED TO TRUE
        MOVE Y34133D-MST-SUSPENSE-KEY TO Y34173D-JRN-SUSPENSE-KEY
        MOVE Y34133D-SUSPENSE-MST-REC TO Y34173D-JRN-BEFORE-IMAGE
        PERFORM WRITE-JOURNAL-RECORD
        SET Y34133D-MST-WRITTEN-OFF TO TRUE
        MOVE WS-RUN-DATE TO Y34133D-MST-WRITEOFF-DATE
        SET Y34133D-MST-NOT-RECOVERED TO TRUE
        MOVE ZERO TO Y34133D-MST-RECOVERY-DATE
        REWRITE Y34133D-SUSPENSE-MST-REC
            INVALID KEY
                DISPLAY "Y34157P: REWRITE FAILED FOR SUSPMST KEY "
                    Y34133D-MST-TRACE-ID
        END-REWRITE
        ADD 1 TO WS-WRITTEN-OFF-COUNT

        MOVE Y34133D-MST-NETW-ID TO Y34157D-SRT-NETW-ID
        MOVE Y34133D-MST-SETTLE-DATE TO Y34157D-SRT-SETTLE-DATE
        MOVE Y34133D-MST-TRACE-ID TO Y34157D-SRT-TRACE-ID
        MOVE Y34133D-MST-GTS-ERR-NUM TO Y34157D-SRT-GTS-ERR-NUM
        MOVE Y34133D-MST-FIRST-SEEN-DATE TO Y34157D-SRT-FIRST-SEEN
        MOVE WS-AGE-DAYS TO Y34157D-SRT-AGE-DAYS
        MOVE Y34133D-MST-AMOUNT TO Y34157D-SRT-AMOUNT
        MOVE WS-ITEM-CURRENCY-CODE TO Y34157D-SRT-CURRENCY-CODE
        COMPUTE Y34157D-SRT-BOOK-AMOUNT ROUNDED =
            Y34133D-MST-AMOUNT * WS-ITEM-RATE-TO-BOOK
        MOVE Y34152D-CASE-ANALYST-ID TO Y34157D-SRT-ANALYST-ID
        MOVE Y34152D-CASE-DISP-CODE TO Y34157D-SRT-DISP-CODE
        RELEASE Y34157D-WOSORT-REC.

    BREAK-ON-NETWORK.
        PERFORM UNTIL WS-END-OF-WOSORT
            RETURN WOSORT
                AT END
                    SET WS-END-OF-WOSORT TO TRUE
                NOT AT END
                    PERFORM PRINT-ONE-WRITEOFF
            END-RETURN
        END-PERFORM

        PERFORM FLUSH-JOURNAL-PAIR.

    PRINT-ONE-WRITEOFF.
        IF NOT WS-GROUP-IS-ACTIVE
            OR Y34157D-SRT-NETW-ID NOT = WS-GROUP-NETW-ID
            OR Y34157D-SRT-CURRENCY-CODE NOT = WS-GROUP-CURRENCY-CODE
            PERFORM FLUSH-JOURNAL-PAIR
            SET WS-GROUP-IS-ACTIVE TO TRUE
            MOVE Y34157D-SRT-NETW-ID TO WS-GROUP-NETW-ID
            MOVE Y34157D-SRT-CURRENCY-CODE TO WS-GROUP-CURRENCY-CODE
        END-IF

        ADD 1 TO WS-GROUP-COUNT
        ADD Y34157D-SRT-AMOUNT TO WS-PAIR-ORIG-AMOUNT
        ADD Y34157D-SRT-BOOK-AMOUNT TO WS-PAIR-AMOUNT

        MOVE Y34157D-SRT-NETW-ID TO WS-DL-NETW-ID
        MOVE Y34157D-SRT-SETTLE-DATE TO WS-DL-SETTLE-DATE
        MOVE Y34157D-SRT-TRACE-ID TO WS-DL-TRACE-ID
        MOVE Y34157D-SRT-GTS-ERR-NUM TO WS-DL-GTS-ERR-NUM
        MOVE Y34157D-SRT-FIRST-SEEN TO WS-DL-FIRST-SEEN
        MOVE Y34157D-SRT-AGE-DAYS TO WS-DL-AGE-DAYS
        MOVE Y34157D-SRT-ANALYST-ID TO WS-DL-ANALYST-ID
        MOVE Y34157D-SRT-DISP-CODE TO WS-DL-DISP-CODE
        MOVE Y34157D-SRT-CURRENCY-CODE TO WS-DL-CURRENCY-CODE
        MOVE Y34157D-SRT-AMOUNT TO WS-DL-AMOUNT
        MOVE Y34157D-SRT-BOOK-AMOUNT TO WS-DL-BOOK-AMOUNT
        WRITE WOPRF-LINE FROM WS-DETAIL-LINE.

      *> A network whose written-off items total zero still has its
      *> items printed for sign-off, but books no journal pair.
    FLUSH-JOURNAL-PAIR.
        IF WS-GROUP-IS-ACTIVE
            IF WS-PAIR-AMOUNT > ZERO
                PERFORM WRITE-ONE-JOURNAL-PAIR
            END-IF
            MOVE ZERO TO WS-PAIR-AMOUNT
            MOVE ZERO TO WS-PAIR-ORIG-AMOUNT
            MOVE ZERO TO WS-GROUP-COUNT
        END-IF.

    WRITE-ONE-JOURNAL-PAIR.
        PERFORM BUILD-JOURNAL-DETAIL
        MOVE WS-LOSS-ACCOUNT TO Y34155D-JRNL-GL-ACCOUNT
        SET Y34155D-JRNL-DEBIT TO TRUE
        WRITE Y34155D-GL-JOURNAL-REC

        PERFORM BUILD-JOURNAL-DETAIL
        MOVE WS-CLEARING-ACCOUNT TO Y34155D-JRNL-GL-ACCOUNT
        SET Y34155D-JRNL-CREDIT TO TRUE
        WRITE Y34155D-GL-JOURNAL-REC

        ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL
        ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL
        ADD 1 TO WS-JOURNAL-COUNT

        MOVE WS-GROUP-NETW-ID TO WS-JL-NETW-ID
        MOVE WS-LOSS-ACCOUNT TO WS-JL-DR-ACCOUNT
        MOVE WS-CLEARING-ACCOUNT TO WS-JL-CR-ACCOUNT
        MOVE WS-GROUP-COUNT TO WS-JL-ITEM-CNT
        MOVE WS-GROUP-CURRENCY-CODE TO WS-JL-CURRENCY-CODE
        MOVE WS-PAIR-ORIG-AMOUNT TO WS-JL-ORIG-AMOUNT
        MOVE WS-PAIR-AMOUNT TO WS-JL-AMOUNT
        WRITE WOPRF-LINE FROM WS-JOURNAL-LINE
        WRITE WOPRF-LINE FROM WS-BLANK-LINE.

    BUILD-JOURNAL-DETAIL.
        SET Y34155D-JRNL-DETAIL TO TRUE
        MOVE WS-RUN-DATE TO Y34155D-JRNL-BUSINESS-DATE
        MOVE WS-GROUP-NETW-ID TO Y34155D-JRNL-NETW-ID
        MOVE ZERO TO Y34155D-JRNL-SETTLE-DATE
        MOVE WS-PAIR-AMOUNT TO Y34155D-JRNL-AMOUNT
        MOVE ZERO TO Y34155D-JRNL-RECORD-COUNT
        MOVE WS-GROUP-CURRENCY-CODE TO Y34155D-JRNL-CURRENCY-CODE
        MOVE WS-PAIR-ORIG-AMOUNT TO Y34155D-JRNL-ORIG-AMOUNT.

    WRITE-JOURNAL-TRAILER.
        SET Y34155D-JRNL-TRAILER TO TRUE
        MOVE WS-RUN-DATE TO Y34155D-JRNL-BUSINESS-DATE
        MOVE SPACES TO Y34155D-JRNL-NETW-ID
        MOVE ZERO TO Y34155D-JRNL-SETTLE-DATE
        MOVE SPACES TO Y34155D-JRNL-GL-ACCOUNT
        MOVE SPACE TO Y34155D-JRNL-DR-CR-IND
        MOVE WS-DEBIT-TOTAL TO Y34155D-JRNL-AMOUNT
        COMPUTE Y34155D-JRNL-RECORD-COUNT = WS-JOURNAL-COUNT * 2
        MOVE WS-BOOK-CURRENCY TO Y34155D-JRNL-CURRENCY-CODE
        MOVE WS-DEBIT-TOTAL TO Y34155D-JRNL-ORIG-AMOUNT
        WRITE Y34155D-GL-JOURNAL-REC.

      *> Stamps the run onto the journal record the caller has
      *> filled and writes it ahead of the master update it covers.
    WRITE-JOURNAL-RECORD.
        MOVE WS-RUN-DATE TO Y34173D-JRN-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34173D-JRN-CYCLE-NBR
        MOVE "Y34157P" TO Y34173D-JRN-PROGRAM-ID
        ACCEPT Y34173D-JRN-STAMP-DATE FROM DATE YYYYMMDD
        ACCEPT Y34173D-JRN-STAMP-TIME FROM TIME
        ADD 1 TO WS-JRN-SEQ-NBR
        MOVE WS-JRN-SEQ-NBR TO Y34173D-JRN-SEQ-NBR
        WRITE Y34173D-UPDATE-JRNL-REC
        IF WS-UPDJRNL-STATUS NOT = "00"
            DISPLAY "Y34157P: WRITE FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF.
