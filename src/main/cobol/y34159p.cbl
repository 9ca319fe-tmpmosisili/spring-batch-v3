      *> ---------------------------------------------------------
      *> Y34159P - NET-SETTLE-FUNDING
      *>
      *> Works out what we owe each card network, or what each
      *> network owes us, for every settle date, so treasury stops
      *> doing it by hand off the Y34123P report and a calculator.
      *>
      *> Only money Hogan actually took counts: the day's HOGANOUT
      *> postings and the HOGANIN response feed are sorted on
      *> Y34120D-TRACE-ID and walked in the same two-file match as
      *> Y34154P, and only a posting matched to a
      *> Y34142D-RESP-ACCEPTED response goes forward. Each accepted
      *> Y34120D-BUSINESS-FUNC2 is signed from Y34120D-TRAN-TYPE-IND
      *> exactly as Y34154P signs it - reversals negative, originals
      *> and adjustments positive.
      *>
      *> Interchange comes from the maintained fee schedule FEESCHED
      *> (Y34170D-INTERCHANGE-FEE-REC, kept through Y34138P's front
      *> door), keyed on Y34120D-NETW-ID and Y34120D-STIMULUS: a
      *> percentage of the amount plus a flat per-item fee, signed
      *> with the posting so a reversal gives its interchange back.
      *> A stimulus with no row of its own takes the network's
      *> blank-stimulus default row; a posting with neither carries
      *> no interchange and is counted on the fee report so the
      *> schedule gets maintained. Interchange is ours to keep, so it
      *> comes off what we owe the network.
      *>
      *> Postings are totalled by network, settle date and
      *> Y34120D-CURRENCY-CODE (blank is book currency) - a network
      *> settling in two currencies is paid twice, once in each -
      *> and the net position is the signed gross less the signed
      *> interchange: positive we pay, negative we receive.
      *>
      *> No money moves on a position that did not balance. Y34123P
      *> writes each network/settle date/currency it balanced to
      *> BALOUT (Y34169D-BALANCE-RESULT-REC) with the network's
      *> Y34130D-ADVICE-TOTAL-AMOUNT and an in-balance status. A
      *> position is released to FUNDOUT (Y34168D-FUNDING-INSTR-REC:
      *> pay/receive, net amount, value date, with the gross,
      *> interchange and advised total carried alongside for
      *> treasury's payment system) only when its BALOUT line is IN
      *> BALANCE. Out of balance, no advice, or never balanced at all
      *> - the position prints on FEERPT as HELD with the reason and
      *> nothing is written for it. The value date is the settle
      *> date, or today if the settle date has already passed.
      *>
      *> FEERPT shows, for every position, one line per stimulus
      *> with item count, gross and interchange, then the position
      *> line with net, direction, advised total and release status,
      *> and ends with the batch counts.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34159P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT FEESCHED ASSIGN TO "FEESCHED"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FEESCHED-STATUS.
        SELECT BALOUT ASSIGN TO "BALOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BALOUT-STATUS.
        SELECT HOGANOUT ASSIGN TO "HOGANOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HOGANOUT-STATUS.
        SELECT HOGANIN ASSIGN TO "HOGANIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HOGANIN-STATUS.
        SELECT POSTSORT ASSIGN TO "POSTSORT".
        SELECT RESPSORT ASSIGN TO "RESPSORT".
        SELECT FUNDSORT ASSIGN TO "FUNDSORT".
        SELECT POSTWK ASSIGN TO "POSTWK"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-POSTWK-STATUS.
        SELECT RESPWK ASSIGN TO "RESPWK"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RESPWK-STATUS.
        SELECT FUNDOUT ASSIGN TO "FUNDOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FUNDOUT-STATUS.
        SELECT FEERPT ASSIGN TO "FEERPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEERPT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  FEESCHED.
    COPY "y34170d.cpy".

    FD  BALOUT.
    COPY "y34169d.cpy".

    FD  HOGANOUT.
    COPY "copybook-v2.cpy".

    FD  HOGANIN.
    COPY "y34142d.cpy".

    SD  POSTSORT.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34159D-POSTSORT-REC==.

    SD  RESPSORT.
    COPY "y34142d.cpy"
        REPLACING ==Y34142D-HOGAN-RESP-REC== BY ==Y34159D-RESPSORT-REC==.

    SD  FUNDSORT.
    01 Y34159D-FUNDSORT-REC.
        05 Y34159D-SRT-NETW-ID      PIC X(08).
        05 Y34159D-SRT-SETTLE-DATE  PIC 9(07).
        05 Y34159D-SRT-CURRENCY-CODE PIC X(03).
        05 Y34159D-SRT-STIMULUS     PIC X(04).
        05 Y34159D-SRT-AMOUNT       PIC S9(13).
        05 Y34159D-SRT-INTERCHANGE  PIC S9(13).

    FD  POSTWK.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34159D-POSTWK-REC==.

    FD  RESPWK.
    COPY "y34142d.cpy"
        REPLACING ==Y34142D-HOGAN-RESP-REC== BY ==Y34159D-RESPWK-REC==.

    FD  FUNDOUT.
    COPY "y34168d.cpy".

    FD  FEERPT
        RECORD CONTAINS 132 CHARACTERS.
    01 FEERPT-LINE                  PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-FEESCHED-STATUS           PIC X(02) VALUE "00".
    01 WS-BALOUT-STATUS             PIC X(02) VALUE "00".
    01 WS-HOGANOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-HOGANIN-STATUS            PIC X(02) VALUE "00".
    01 WS-POSTWK-STATUS             PIC X(02) VALUE "00".
    01 WS-RESPWK-STATUS             PIC X(02) VALUE "00".
    01 WS-FUNDOUT-STATUS            PIC X(02) VALUE "00".
    01 WS-FEERPT-STATUS             PIC X(02) VALUE "00".

    01 WS-FEESCHED-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-FEESCHED                 VALUE "Y".
    01 WS-BALOUT-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-BALOUT                   VALUE "Y".
    01 WS-HOGANOUT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-HOGANOUT                 VALUE "Y".
    01 WS-HOGANIN-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-HOGANIN                  VALUE "Y".
    01 WS-POSTSORT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-POSTSORT                 VALUE "Y".
    01 WS-RESPSORT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-RESPSORT                 VALUE "Y".
    01 WS-POSTWK-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-POSTWK                   VALUE "Y".
    01 WS-RESPWK-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-RESPWK                   VALUE "Y".
    01 WS-FUNDSORT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-FUNDSORT                 VALUE "Y".
    01 WS-FEE-FOUND-SWITCH          PIC X(01) VALUE "N".
        88 WS-FEE-ROW-FOUND                   VALUE "Y" FALSE "N".
    01 WS-BAL-FOUND-SWITCH          PIC X(01) VALUE "N".
        88 WS-BALANCE-LINE-FOUND              VALUE "Y" FALSE "N".

    01 WS-FEE-SCHEDULE-TABLE.
        05 WS-FEE-ENTRY OCCURS 1000 TIMES
                         INDEXED BY WS-FEE-IDX.
           10 WS-FEE-NETW-ID          PIC X(08).
           10 WS-FEE-STIMULUS         PIC X(04).
           10 WS-FEE-PERCENT          PIC 9(02)V9(04).
           10 WS-FEE-PER-ITEM         PIC 9(05).
    01 WS-FEE-SCHEDULE-COUNT         PIC 9(04) VALUE ZERO.

    01 WS-BALANCE-TABLE.
        05 WS-BAL-ENTRY OCCURS 5000 TIMES
                         INDEXED BY WS-BAL-IDX.
           10 WS-BAL-NETW-ID          PIC X(08).
           10 WS-BAL-SETTLE-DATE      PIC 9(07).
           10 WS-BAL-CURRENCY-CODE    PIC X(03).
           10 WS-BAL-ADVICE-TOTAL     PIC 9(13).
           10 WS-BAL-STATUS           PIC X(01).
    01 WS-BALANCE-COUNT              PIC 9(04) VALUE ZERO.

    01 WS-HOGANOUT-HDR-SWITCH       PIC X(01) VALUE "N".
        88 WS-HOGANOUT-HDR-SEEN               VALUE "Y".
    01 WS-HOGANOUT-TRL-SWITCH       PIC X(01) VALUE "N".
        88 WS-HOGANOUT-TRL-SEEN               VALUE "Y".
    01 WS-HOGANOUT-HASH             PIC 9(16) VALUE ZERO.

    COPY "y34141d.cpy".

    01 WS-POST-KEY                  PIC X(12) VALUE SPACES.
    01 WS-RESP-KEY                  PIC X(12) VALUE SPACES.

    01 WS-BOOK-CURRENCY             PIC X(03) VALUE "USD".
    01 WS-LOOKUP-STIMULUS           PIC X(04) VALUE SPACES.
    01 WS-ITEM-INTERCHANGE          PIC 9(13) VALUE ZERO.
    01 WS-SETTLE-DATE-8             PIC 9(08) VALUE ZERO.

    01 WS-POSITION-ACTIVE-SWITCH    PIC X(01) VALUE "N".
        88 WS-POSITION-IS-ACTIVE              VALUE "Y" FALSE "N".
    01 WS-POS-NETW-ID               PIC X(08) VALUE SPACES.
    01 WS-POS-SETTLE-DATE           PIC 9(07) VALUE ZERO.
    01 WS-POS-CURRENCY-CODE         PIC X(03) VALUE SPACES.
    01 WS-POS-GROSS                 PIC S9(15) VALUE ZERO.
    01 WS-POS-INTERCHANGE           PIC S9(15) VALUE ZERO.
    01 WS-POS-NET                   PIC S9(15) VALUE ZERO.
    01 WS-POS-NET-AMOUNT            PIC 9(15) VALUE ZERO.
    01 WS-POS-STATUS                PIC X(24) VALUE SPACES.
    01 WS-POS-ADVICE-TOTAL          PIC 9(13) VALUE ZERO.

    01 WS-STIM-ACTIVE-SWITCH        PIC X(01) VALUE "N".
        88 WS-STIM-IS-ACTIVE                  VALUE "Y" FALSE "N".
    01 WS-STIM-STIMULUS             PIC X(04) VALUE SPACES.
    01 WS-STIM-COUNT                PIC 9(09) VALUE ZERO.
    01 WS-STIM-GROSS                PIC S9(15) VALUE ZERO.
    01 WS-STIM-INTERCHANGE          PIC S9(15) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.
    01 WS-RESPONSES-READ            PIC 9(09) VALUE ZERO.
    01 WS-ACCEPTED-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-REJECTED-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-NOACK-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-ORPHAN-COUNT              PIC 9(09) VALUE ZERO.
    01 WS-NO-FEE-COUNT              PIC 9(09) VALUE ZERO.
    01 WS-POSITION-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-RELEASED-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-HELD-COUNT                PIC 9(09) VALUE ZERO.
    01 WS-NIL-COUNT                 PIC 9(09) VALUE ZERO.

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        05 FILLER  PIC X(40) VALUE
            "NET SETTLEMENT FUNDING AND INTERCHANGE F".
        05 FILLER  PIC X(24) VALUE "EE REPORT - BUSINESS DT ".
        05 WS-H1-RUN-DATE PIC 9(08).
    01 WS-HEADING-2.
        05 FILLER  PIC X(10) VALUE "NETWORK-ID".
        05 FILLER  PIC X(09) VALUE "  SETTLE".
        05 FILLER  PIC X(05) VALUE "CCY".
        05 FILLER  PIC X(06) VALUE "STIM".
        05 FILLER  PIC X(11) VALUE "      ITEMS".
        05 FILLER  PIC X(21) VALUE "                GROSS".
        05 FILLER  PIC X(21) VALUE "          INTERCHANGE".
    01 WS-STIMULUS-LINE.
        05 WS-SL-NETW-ID          PIC X(10).
        05 WS-SL-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-SL-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-SL-STIMULUS         PIC X(04).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-SL-ITEM-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-SL-GROSS            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-SL-INTERCHANGE      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
    01 WS-POSITION-LINE.
        05 FILLER                 PIC X(12) VALUE "  POSITION ".
        05 WS-PL-DIRECTION        PIC X(07).
        05 FILLER                 PIC X(04) VALUE "NET ".
        05 WS-PL-NET-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(08) VALUE " ADVICE ".
        05 WS-PL-ADVICE-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-PL-STATUS           PIC X(24).
        05 FILLER                 PIC X(07) VALUE " VALUE ".
        05 WS-PL-VALUE-DATE       PIC 9(08).
    01 WS-TOTAL-LINE-1.
        05 FILLER  PIC X(10) VALUE "POSTINGS ".
        05 WS-T1-POSTED-CNT       PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(10) VALUE " ACCEPTED ".
        05 WS-T1-ACCEPTED-CNT     PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(10) VALUE " REJECTED ".
        05 WS-T1-REJECTED-CNT     PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(08) VALUE " NO-ACK ".
        05 WS-T1-NOACK-CNT        PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(09) VALUE " ORPHANS ".
        05 WS-T1-ORPHAN-CNT       PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(12) VALUE " NO FEE ROW ".
        05 WS-T1-NO-FEE-CNT       PIC ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-2.
        05 FILLER  PIC X(10) VALUE "POSITIONS ".
        05 WS-T2-POSITION-CNT     PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(10) VALUE " RELEASED ".
        05 WS-T2-RELEASED-CNT     PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(06) VALUE " HELD ".
        05 WS-T2-HELD-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(05) VALUE " NIL ".
        05 WS-T2-NIL-CNT          PIC ZZZ,ZZZ,ZZ9.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START
        PERFORM LOAD-FEE-SCHEDULE
        PERFORM LOAD-BALANCE-RESULTS

        OPEN OUTPUT POSTWK
        SORT POSTSORT
            ON ASCENDING KEY Y34120D-TRACE-ID OF Y34159D-POSTSORT-REC
            INPUT PROCEDURE IS READ-AND-VALIDATE-HOGANOUT
            OUTPUT PROCEDURE IS WRITE-SORTED-POSTINGS
        CLOSE POSTWK

        OPEN OUTPUT RESPWK
        SORT RESPSORT
            ON ASCENDING KEY Y34142D-RESP-TRACE-ID
                OF Y34159D-RESPSORT-REC
            INPUT PROCEDURE IS READ-HOGAN-RESPONSES
            OUTPUT PROCEDURE IS WRITE-SORTED-RESPONSES
        CLOSE RESPWK

        OPEN OUTPUT FUNDOUT
        OPEN OUTPUT FEERPT
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        WRITE FEERPT-LINE FROM WS-HEADING-1
        WRITE FEERPT-LINE FROM WS-HEADING-2

        SORT FUNDSORT
            ON ASCENDING KEY Y34159D-SRT-NETW-ID
                             Y34159D-SRT-SETTLE-DATE
                             Y34159D-SRT-CURRENCY-CODE
                             Y34159D-SRT-STIMULUS
            INPUT PROCEDURE IS MATCH-ACCEPTED-POSTINGS
            OUTPUT PROCEDURE IS BREAK-ON-POSITION

        CLOSE FUNDOUT

        MOVE WS-RECORDS-READ TO WS-T1-POSTED-CNT
        MOVE WS-ACCEPTED-COUNT TO WS-T1-ACCEPTED-CNT
        MOVE WS-REJECTED-COUNT TO WS-T1-REJECTED-CNT
        MOVE WS-NOACK-COUNT TO WS-T1-NOACK-CNT
        MOVE WS-ORPHAN-COUNT TO WS-T1-ORPHAN-CNT
        MOVE WS-NO-FEE-COUNT TO WS-T1-NO-FEE-CNT
        WRITE FEERPT-LINE FROM WS-TOTAL-LINE-1
        MOVE WS-POSITION-COUNT TO WS-T2-POSITION-CNT
        MOVE WS-RELEASED-COUNT TO WS-T2-RELEASED-CNT
        MOVE WS-HELD-COUNT TO WS-T2-HELD-CNT
        MOVE WS-NIL-COUNT TO WS-T2-NIL-CNT
        WRITE FEERPT-LINE FROM WS-TOTAL-LINE-2
        CLOSE FEERPT

        DISPLAY "Y34159P: ACCEPTED " WS-ACCEPTED-COUNT
            " POSITIONS " WS-POSITION-COUNT
            " RELEASED " WS-RELEASED-COUNT
            " HELD " WS-HELD-COUNT
            " NIL " WS-NIL-COUNT
            " NO FEE ROW " WS-NO-FEE-COUNT

        PERFORM RECORD-JOB-END
        STOP RUN.

    ABEND-JOB.
        MOVE 16 TO RETURN-CODE
        STOP RUN.

    CHECK-PREDECESSOR.
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34154P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y34159P: PREDECESSOR Y34154P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF

        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34123P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            SET Y34140D-FUNC-CHECK TO TRUE
            MOVE "Y34123P" TO Y34140D-CTL-PROGRAM-ID
            MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
            MOVE ZERO TO Y34140D-CTL-CYCLE-NBR
            CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        END-IF
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y34159P: PREDECESSOR Y34123P NOT COMPLETE FOR "
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
        MOVE "Y34159P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34159P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-RECORDS-READ TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-RELEASED-COUNT TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    LOAD-FEE-SCHEDULE.
        OPEN INPUT FEESCHED
        PERFORM UNTIL WS-END-OF-FEESCHED
            READ FEESCHED
                AT END
                    SET WS-END-OF-FEESCHED TO TRUE
                NOT AT END
                    IF WS-FEE-SCHEDULE-COUNT < 1000
                        ADD 1 TO WS-FEE-SCHEDULE-COUNT
                        SET WS-FEE-IDX TO WS-FEE-SCHEDULE-COUNT
                        MOVE Y34170D-FEE-NETW-ID
                            TO WS-FEE-NETW-ID(WS-FEE-IDX)
                        MOVE Y34170D-FEE-STIMULUS
                            TO WS-FEE-STIMULUS(WS-FEE-IDX)
                        MOVE Y34170D-FEE-PERCENT
                            TO WS-FEE-PERCENT(WS-FEE-IDX)
                        MOVE Y34170D-FEE-PER-ITEM
                            TO WS-FEE-PER-ITEM(WS-FEE-IDX)
                    ELSE
                        DISPLAY "Y34159P: WS-FEE-SCHEDULE-TABLE FULL AT "
                            "1000 ENTRIES - IGNORING REMAINING FEESCHED "
                            "ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEESCHED.

    LOAD-BALANCE-RESULTS.
        OPEN INPUT BALOUT
        PERFORM UNTIL WS-END-OF-BALOUT
            READ BALOUT
                AT END
                    SET WS-END-OF-BALOUT TO TRUE
                NOT AT END
                    IF WS-BALANCE-COUNT < 5000
                        ADD 1 TO WS-BALANCE-COUNT
                        SET WS-BAL-IDX TO WS-BALANCE-COUNT
                        MOVE Y34169D-BAL-NETW-ID
                            TO WS-BAL-NETW-ID(WS-BAL-IDX)
                        MOVE Y34169D-BAL-SETTLE-DATE
                            TO WS-BAL-SETTLE-DATE(WS-BAL-IDX)
                        MOVE Y34169D-BAL-CURRENCY-CODE
                            TO WS-BAL-CURRENCY-CODE(WS-BAL-IDX)
                        MOVE Y34169D-BAL-ADVICE-TOTAL
                            TO WS-BAL-ADVICE-TOTAL(WS-BAL-IDX)
                        MOVE Y34169D-BAL-STATUS
                            TO WS-BAL-STATUS(WS-BAL-IDX)
                    ELSE
                        DISPLAY "Y34159P: WS-BALANCE-TABLE FULL AT 5000 "
                            "ENTRIES - IGNORING REMAINING BALOUT ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BALOUT.

    READ-AND-VALIDATE-HOGANOUT.
        OPEN INPUT HOGANOUT
        PERFORM UNTIL WS-END-OF-HOGANOUT
            READ HOGANOUT
                AT END
                    SET WS-END-OF-HOGANOUT TO TRUE
                NOT AT END
                    PERFORM TRIAGE-HOGANOUT-RECORD
            END-READ
        END-PERFORM
        CLOSE HOGANOUT

        IF NOT WS-HOGANOUT-HDR-SEEN OR NOT WS-HOGANOUT-TRL-SEEN
            DISPLAY "Y34159P: HOGANOUT HEADER OR TRAILER MISSING - "
                "POSSIBLE TRUNCATED FILE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF.

    TRIAGE-HOGANOUT-RECORD.
        MOVE TPIPE-Message-Layout TO Y34141D-FILE-CONTROL-REC
        EVALUATE TRUE
            WHEN Y34141D-CTL-HEADER
                PERFORM VALIDATE-HOGANOUT-HEADER
            WHEN Y34141D-CTL-TRAILER
                PERFORM VALIDATE-HOGANOUT-TRAILER
            WHEN OTHER
                ADD 1 TO WS-RECORDS-READ
                ADD Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
                    TO WS-HOGANOUT-HASH
                RELEASE Y34159D-POSTSORT-REC FROM TPIPE-Message-Layout
        END-EVALUATE.

    VALIDATE-HOGANOUT-HEADER.
        SET WS-HOGANOUT-HDR-SEEN TO TRUE
        IF Y34141D-CTL-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "Y34159P: HOGANOUT HEADER DATE "
                Y34141D-CTL-BUSINESS-DATE " DOES NOT MATCH RUN DATE "
                WS-RUN-DATE " - WRONG FILE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF
        IF Y34141D-CTL-CYCLE-NBR NOT = WS-RUN-CYCLE
            DISPLAY "Y34159P: HOGANOUT HEADER CYCLE "
                Y34141D-CTL-CYCLE-NBR " DOES NOT MATCH RUN CYCLE "
                WS-RUN-CYCLE " - WRONG CYCLE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF.

    VALIDATE-HOGANOUT-TRAILER.
        SET WS-HOGANOUT-TRL-SEEN TO TRUE
        IF Y34141D-CTL-RECORD-COUNT NOT = WS-RECORDS-READ
            OR Y34141D-CTL-FUNC2-HASH NOT = WS-HOGANOUT-HASH
            DISPLAY "Y34159P: HOGANOUT TRAILER OUT OF BALANCE - "
                "TRAILER " Y34141D-CTL-RECORD-COUNT "/"
                Y34141D-CTL-FUNC2-HASH
                " ACCUMULATED " WS-RECORDS-READ "/" WS-HOGANOUT-HASH
            PERFORM ABEND-JOB
        END-IF.

    WRITE-SORTED-POSTINGS.
        PERFORM UNTIL WS-END-OF-POSTSORT
            RETURN POSTSORT
                AT END
                    SET WS-END-OF-POSTSORT TO TRUE
                NOT AT END
                    WRITE Y34159D-POSTWK-REC
                        FROM Y34159D-POSTSORT-REC
            END-RETURN
        END-PERFORM.

    READ-HOGAN-RESPONSES.
        OPEN INPUT HOGANIN
        PERFORM UNTIL WS-END-OF-HOGANIN
            READ HOGANIN
                AT END
                    SET WS-END-OF-HOGANIN TO TRUE
                NOT AT END
                    ADD 1 TO WS-RESPONSES-READ
                    RELEASE Y34159D-RESPSORT-REC
                        FROM Y34142D-HOGAN-RESP-REC
            END-READ
        END-PERFORM
        CLOSE HOGANIN.

    WRITE-SORTED-RESPONSES.
        PERFORM UNTIL WS-END-OF-RESPSORT
            RETURN RESPSORT
                AT END
                    SET WS-END-OF-RESPSORT TO TRUE
                NOT AT END
                    WRITE Y34159D-RESPWK-REC
                        FROM Y34159D-RESPSORT-REC
            END-RETURN
        END-PERFORM.

    MATCH-ACCEPTED-POSTINGS.
        OPEN INPUT POSTWK
        OPEN INPUT RESPWK

        PERFORM READ-NEXT-POSTING
        PERFORM READ-NEXT-RESPONSE
        PERFORM MATCH-ONE-PAIR
            UNTIL WS-END-OF-POSTWK AND WS-END-OF-RESPWK

        CLOSE POSTWK
        CLOSE RESPWK.

    READ-NEXT-POSTING.
        READ POSTWK
            AT END
                SET WS-END-OF-POSTWK TO TRUE
                MOVE HIGH-VALUES TO WS-POST-KEY
            NOT AT END
                MOVE Y34120D-TRACE-ID OF Y34159D-POSTWK-REC
                    TO WS-POST-KEY
        END-READ.

    READ-NEXT-RESPONSE.
        READ RESPWK
            AT END
                SET WS-END-OF-RESPWK TO TRUE
                MOVE HIGH-VALUES TO WS-RESP-KEY
            NOT AT END
                MOVE Y34142D-RESP-TRACE-ID OF Y34159D-RESPWK-REC
                    TO WS-RESP-KEY
        END-READ.

    MATCH-ONE-PAIR.
        EVALUATE TRUE
            WHEN WS-POST-KEY < WS-RESP-KEY
                ADD 1 TO WS-NOACK-COUNT
                PERFORM READ-NEXT-POSTING
            WHEN WS-POST-KEY > WS-RESP-KEY
                ADD 1 TO WS-ORPHAN-COUNT
                PERFORM READ-NEXT-RESPONSE
            WHEN OTHER
                IF Y34142D-RESP-STATUS OF Y34159D-RESPWK-REC = "A"
                    ADD 1 TO WS-ACCEPTED-COUNT
                    PERFORM RELEASE-ACCEPTED-POSTING
                ELSE
                    ADD 1 TO WS-REJECTED-COUNT
                END-IF
                PERFORM READ-NEXT-POSTING
                PERFORM READ-NEXT-RESPONSE
        END-EVALUATE.

    RELEASE-ACCEPTED-POSTING.
        MOVE Y34120D-NETW-ID OF Y34159D-POSTWK-REC
            TO Y34159D-SRT-NETW-ID
        MOVE Y34120D-SETTLE-DATE OF Y34159D-POSTWK-REC
            TO Y34159D-SRT-SETTLE-DATE
        MOVE Y34120D-CURRENCY-CODE OF Y34159D-POSTWK-REC
            TO Y34159D-SRT-CURRENCY-CODE
        IF Y34159D-SRT-CURRENCY-CODE = SPACES
            MOVE WS-BOOK-CURRENCY TO Y34159D-SRT-CURRENCY-CODE
        END-IF
        MOVE Y34120D-STIMULUS OF Y34159D-POSTWK-REC
            TO Y34159D-SRT-STIMULUS

        PERFORM LOOKUP-INTERCHANGE

        IF Y34120D-TRAN-TYPE-IND OF Y34159D-POSTWK-REC = "R"
            COMPUTE Y34159D-SRT-AMOUNT =
                ZERO - Y34120D-BUSINESS-FUNC2 OF Y34159D-POSTWK-REC
            COMPUTE Y34159D-SRT-INTERCHANGE =
                ZERO - WS-ITEM-INTERCHANGE
        ELSE
            MOVE Y34120D-BUSINESS-FUNC2 OF Y34159D-POSTWK-REC
                TO Y34159D-SRT-AMOUNT
            MOVE WS-ITEM-INTERCHANGE TO Y34159D-SRT-INTERCHANGE
        END-IF
        RELEASE Y34159D-FUNDSORT-REC.

    LOOKUP-INTERCHANGE.
        MOVE ZERO TO WS-ITEM-INTERCHANGE
        MOVE Y34159D-SRT-STIMULUS TO WS-LOOKUP-STIMULUS
        PERFORM FIND-FEE-ROW
        IF NOT WS-FEE-ROW-FOUND
            MOVE SPACES TO WS-LOOKUP-STIMULUS
            PERFORM FIND-FEE-ROW
        END-IF
        IF WS-FEE-ROW-FOUND
            COMPUTE WS-ITEM-INTERCHANGE ROUNDED =
                Y34120D-BUSINESS-FUNC2 OF Y34159D-POSTWK-REC
                    * WS-FEE-PERCENT(WS-FEE-IDX) / 100
                + WS-FEE-PER-ITEM(WS-FEE-IDX)
        ELSE
            ADD 1 TO WS-NO-FEE-COUNT
        END-IF.

    FIND-FEE-ROW.
        SET WS-FEE-ROW-FOUND TO FALSE
        IF WS-FEE-SCHEDULE-COUNT > 0
            SET WS-FEE-IDX TO 1
            SEARCH WS-FEE-ENTRY
                AT END
                    CONTINUE
                WHEN WS-FEE-NETW-ID(WS-FEE-IDX) = Y34159D-SRT-NETW-ID
                    AND WS-FEE-STIMULUS(WS-FEE-IDX)
                        = WS-LOOKUP-STIMULUS
                    SET WS-FEE-ROW-FOUND TO TRUE
            END-SEARCH
        END-IF.

    BREAK-ON-POSITION.
        PERFORM UNTIL WS-END-OF-FUNDSORT
            RETURN FUNDSORT
                AT END
                    SET WS-END-OF-FUNDSORT TO TRUE
                NOT AT END
                    PERFORM TOTAL-ONE-SORTED-POSTING
            END-RETURN
        END-PERFORM

        PERFORM FLUSH-STIMULUS-LINE
        PERFORM FLUSH-POSITION.

    TOTAL-ONE-SORTED-POSTING.
        IF NOT WS-POSITION-IS-ACTIVE
            OR Y34159D-SRT-NETW-ID NOT = WS-POS-NETW-ID
            OR Y34159D-SRT-SETTLE-DATE NOT = WS-POS-SETTLE-DATE
            OR Y34159D-SRT-CURRENCY-CODE NOT = WS-POS-CURRENCY-CODE
            PERFORM FLUSH-STIMULUS-LINE
            PERFORM FLUSH-POSITION
            SET WS-POSITION-IS-ACTIVE TO TRUE
            MOVE Y34159D-SRT-NETW-ID TO WS-POS-NETW-ID
            MOVE Y34159D-SRT-SETTLE-DATE TO WS-POS-SETTLE-DATE
            MOVE Y34159D-SRT-CURRENCY-CODE TO WS-POS-CURRENCY-CODE
        END-IF

        IF NOT WS-STIM-IS-ACTIVE
            OR Y34159D-SRT-STIMULUS NOT = WS-STIM-STIMULUS
            PERFORM FLUSH-STIMULUS-LINE
            SET WS-STIM-IS-ACTIVE TO TRUE
            MOVE Y34159D-SRT-STIMULUS TO WS-STIM-STIMULUS
        END-IF

        ADD 1 TO WS-STIM-COUNT
        ADD Y34159D-SRT-AMOUNT TO WS-STIM-GROSS
        ADD Y34159D-SRT-INTERCHANGE TO WS-STIM-INTERCHANGE.

    FLUSH-STIMULUS-LINE.
        IF WS-STIM-IS-ACTIVE
            MOVE WS-POS-NETW-ID TO WS-SL-NETW-ID
            MOVE WS-POS-SETTLE-DATE TO WS-SL-SETTLE-DATE
            MOVE WS-POS-CURRENCY-CODE TO WS-SL-CURRENCY-CODE
            MOVE WS-STIM-STIMULUS TO WS-SL-STIMULUS
            MOVE WS-STIM-COUNT TO WS-SL-ITEM-CNT
            MOVE WS-STIM-GROSS TO WS-SL-GROSS
            MOVE WS-STIM-INTERCHANGE TO WS-SL-INTERCHANGE
            WRITE FEERPT-LINE FROM WS-STIMULUS-LINE

            ADD WS-STIM-GROSS TO WS-POS-GROSS
            ADD WS-STIM-INTERCHANGE TO WS-POS-INTERCHANGE
            MOVE ZERO TO WS-STIM-COUNT
            MOVE ZERO TO WS-STIM-GROSS
            MOVE ZERO TO WS-STIM-INTERCHANGE
            SET WS-STIM-IS-ACTIVE TO FALSE
        END-IF.

    FLUSH-POSITION.
        IF WS-POSITION-IS-ACTIVE
            ADD 1 TO WS-POSITION-COUNT
            COMPUTE WS-POS-NET = WS-POS-GROSS - WS-POS-INTERCHANGE
            IF WS-POS-NET < ZERO
                COMPUTE WS-POS-NET-AMOUNT = ZERO - WS-POS-NET
                MOVE "RECEIVE" TO WS-PL-DIRECTION
            ELSE
                MOVE WS-POS-NET TO WS-POS-NET-AMOUNT
                MOVE "PAY" TO WS-PL-DIRECTION
            END-IF

            COMPUTE WS-SETTLE-DATE-8 = 20000000 + WS-POS-SETTLE-DATE
            IF WS-SETTLE-DATE-8 < WS-RUN-DATE
                MOVE WS-RUN-DATE TO WS-SETTLE-DATE-8
            END-IF

            PERFORM FIND-BALANCE-LINE
            EVALUATE TRUE
                WHEN NOT WS-BALANCE-LINE-FOUND
                    MOVE ZERO TO WS-POS-ADVICE-TOTAL
                    MOVE "HELD - NOT BALANCED" TO WS-POS-STATUS
                    ADD 1 TO WS-HELD-COUNT
                WHEN WS-BAL-STATUS(WS-BAL-IDX) = "N"
                    MOVE "HELD - NO ADVICE" TO WS-POS-STATUS
                    ADD 1 TO WS-HELD-COUNT
                WHEN WS-BAL-STATUS(WS-BAL-IDX) NOT = "B"
                    MOVE "HELD - OUT OF BALANCE" TO WS-POS-STATUS
                    ADD 1 TO WS-HELD-COUNT
                WHEN WS-POS-NET = ZERO
                    MOVE "NIL - NOTHING TO MOVE" TO WS-POS-STATUS
                    MOVE SPACES TO WS-PL-DIRECTION
                    ADD 1 TO WS-NIL-COUNT
                WHEN OTHER
                    MOVE "RELEASED" TO WS-POS-STATUS
                    PERFORM WRITE-FUNDING-INSTRUCTION
            END-EVALUATE

            MOVE WS-POS-NET-AMOUNT TO WS-PL-NET-AMOUNT
            MOVE WS-POS-ADVICE-TOTAL TO WS-PL-ADVICE-TOTAL
            MOVE WS-POS-STATUS TO WS-PL-STATUS
            MOVE WS-SETTLE-DATE-8 TO WS-PL-VALUE-DATE
            WRITE FEERPT-LINE FROM WS-POSITION-LINE

            MOVE ZERO TO WS-POS-GROSS
            MOVE ZERO TO WS-POS-INTERCHANGE
            SET WS-POSITION-IS-ACTIVE TO FALSE
        END-IF.

    FIND-BALANCE-LINE.
        SET WS-BALANCE-LINE-FOUND TO FALSE
        IF WS-BALANCE-COUNT > 0
            SET WS-BAL-IDX TO 1
            SEARCH WS-BAL-ENTRY
                AT END
                    CONTINUE
                WHEN WS-BAL-NETW-ID(WS-BAL-IDX) = WS-POS-NETW-ID
                    AND WS-BAL-SETTLE-DATE(WS-BAL-IDX)
                        = WS-POS-SETTLE-DATE
                    AND WS-BAL-CURRENCY-CODE(WS-BAL-IDX)
                        = WS-POS-CURRENCY-CODE
                    MOVE WS-BAL-ADVICE-TOTAL(WS-BAL-IDX)
                        TO WS-POS-ADVICE-TOTAL
                    SET WS-BALANCE-LINE-FOUND TO TRUE
            END-SEARCH
        END-IF.

    WRITE-FUNDING-INSTRUCTION.
        MOVE WS-POS-NETW-ID TO Y34168D-FND-NETW-ID
        MOVE WS-POS-SETTLE-DATE TO Y34168D-FND-SETTLE-DATE
        MOVE WS-POS-CURRENCY-CODE TO Y34168D-FND-CURRENCY-CODE
        IF WS-POS-NET < ZERO
            SET Y34168D-FND-RECEIVE TO TRUE
        ELSE
            SET Y34168D-FND-PAY TO TRUE
        END-IF
        MOVE WS-POS-NET-AMOUNT TO Y34168D-FND-NET-AMOUNT
        MOVE WS-SETTLE-DATE-8 TO Y34168D-FND-VALUE-DATE
        MOVE WS-POS-GROSS TO Y34168D-FND-GROSS-AMOUNT
        MOVE WS-POS-INTERCHANGE TO Y34168D-FND-INTERCHANGE-AMOUNT
        MOVE WS-POS-ADVICE-TOTAL TO Y34168D-FND-ADVICE-TOTAL-AMOUNT
        WRITE Y34168D-FUNDING-INSTR-REC
        IF WS-FUNDOUT-STATUS NOT = "00"
            DISPLAY "Y34159P: WRITE FAILED FOR FUNDOUT - STATUS "
                WS-FUNDOUT-STATUS
            PERFORM ABEND-JOB
        END-IF
        ADD 1 TO WS-RELEASED-COUNT.
