      *> ---------------------------------------------------------
      *> Y34156P - CHARGEBACK-FILING
      *>
      *> Turns an analyst's "the network owes us" disposition on
      *> CASEMST into a filed chargeback instead of a hand-keyed
      *> entry in each network's portal, and keeps the network's
      *> filing window in front of someone before it closes.
      *>
      *> Every CASEMST item (Y34152D-SUSPENSE-CASE-REC) whose
      *> Y34152D-CASE-DISP-CODE is the chargeback disposition named
      *> on CBPARM (Y34160D-CB-PARM-REC, default CHBK) and that is
      *> not yet on the chargeback master is checked against
      *> SUSPMST for the item itself and its Y34120D-NETW-ID, and
      *> given a filing deadline of its settle date plus that
      *> network's days-to-file from the maintained CBDAYTBL table
      *> (Y34159D-CB-DAYS-REC, maintained through Y34138P's front
      *> door). A network with no CBDAYTBL row is listed on the
      *> report and left for the next run rather than given a
      *> guessed window. The amount comes from the item's original
      *> posting on HOGANOUT; the generations supplied are whichever
      *> days the originals went out on, so the Y34141D control
      *> records there are skipped but not balanced, same as
      *> Y34150P.
      *>
      *> CBMST (Y34161D-CHARGEBACK-REC, keyed on the same
      *> Y34120D-SUSPENSE-KEY as SUSPMST and CASEMST) carries each
      *> chargeback's filed date, deadline and status:
      *>
      *>   "P" - pending, no original posting found yet; retried
      *>         every run until it files or the window closes;
      *>   "F" - filed on CBSUBOUT, waiting on the network;
      *>   "W" - won / "L" - lost, from the network's answer on
      *>         CBRESP (Y34163D-CB-RESPONSE-REC);
      *>   "X" - expired, the deadline passed before it could file.
      *>
      *> Each chargeback carries the currency of the item it was
      *> opened from (Y34133D-MST-CURRENCY-CODE, blank taken as
      *> book currency USD), kept on CBMST as
      *> Y34161D-CB-CURRENCY-CODE.
      *>
      *> CBSUBOUT (Y34162D-CB-SUBMIT-REC) is one file, sorted by
      *> Y34120D-NETW-ID and currency, written as one batch per
      *> network and currency - a header, the details, and a trailer
      *> with the batch count and amount total, every record
      *> carrying Y34162D-SUB-NETW-ID and Y34162D-SUB-CURRENCY-CODE -
      *> so an amount total never mixes currencies. The per-network
      *> submission files are split off downstream on
      *> Y34162D-SUB-NETW-ID, each batch going whole. This is used
      *> rather than a DD per network, the way Y66519P fans out to
      *> its fixed DELIV1-DELIV8 slots, because the networks filed
      *> to are whatever CBDAYTBL holds and grow without a JCL
      *> change.
      *>
      *> CBRPT is the daily follow-up: pending items within
      *> Y34160D-PARM-WARN-DAYS of their deadline, every filed
      *> chargeback the network has not answered with its days
      *> outstanding, and the status totals.
      *>
      *> CBMST is a VSAM-style KSDS maintained across runs; it must
      *> already exist (allocated once via IDCAMS) before this
      *> job's first run, same as CASEMST itself.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34156P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT CBPARM ASSIGN TO "CBPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CBPARM-STATUS.
        SELECT CBDAYTBL ASSIGN TO "CBDAYTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CBDAYTBL-STATUS.
        SELECT CBRESP ASSIGN TO "CBRESP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CBRESP-STATUS.
        SELECT CASEMST ASSIGN TO "CASEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34152D-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-STATUS.
        SELECT SUSPMST ASSIGN TO "SUSPMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34133D-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-STATUS.
        SELECT HOGANOUT ASSIGN TO "HOGANOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HOGANOUT-STATUS.
        SELECT CBMST ASSIGN TO "CBMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34161D-CB-SUSPENSE-KEY
            FILE STATUS IS WS-CBMST-STATUS.
        SELECT CBSORT ASSIGN TO "CBSORT".
        SELECT CBSUBOUT ASSIGN TO "CBSUBOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CBSUBOUT-STATUS.
        SELECT CBRPT ASSIGN TO "CBRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CBRPT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  CBPARM.
    COPY "y34160d.cpy".

    FD  CBDAYTBL.
    COPY "y34159d.cpy".

    FD  CBRESP.
    COPY "y34163d.cpy".

    FD  CASEMST.
    COPY "y34152d.cpy".

    FD  SUSPMST.
    COPY "y34133d.cpy".

    FD  HOGANOUT.
    COPY "copybook-v2.cpy".

    FD  CBMST.
    COPY "y34161d.cpy".

    SD  CBSORT.
    COPY "y34162d.cpy"
        REPLACING ==Y34162D-CB-SUBMIT-REC== BY ==Y34156D-CBSORT-REC==.

    FD  CBSUBOUT.
    COPY "y34162d.cpy".

    FD  CBRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 CBRPT-LINE                   PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-CBPARM-STATUS             PIC X(02) VALUE "00".
    01 WS-CBDAYTBL-STATUS           PIC X(02) VALUE "00".
    01 WS-CBRESP-STATUS             PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-HOGANOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-CBMST-STATUS              PIC X(02) VALUE "00".
    01 WS-CBSUBOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-CBRPT-STATUS              PIC X(02) VALUE "00".

    01 WS-CBDAYTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-CBDAYTBL                 VALUE "Y".
    01 WS-CBRESP-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-CBRESP                   VALUE "Y".
    01 WS-CASEMST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-CASEMST                  VALUE "Y".
    01 WS-HOGANOUT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-HOGANOUT                 VALUE "Y".
    01 WS-CBMST-EOF-SWITCH          PIC X(01) VALUE "N".
        88 WS-END-OF-CBMST                    VALUE "Y" FALSE "N".
    01 WS-CBSORT-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-CBSORT                   VALUE "Y".
    01 WS-FOUND-SWITCH              PIC X(01) VALUE "N".
        88 WS-DAYS-FOUND                      VALUE "Y" FALSE "N".
    01 WS-CND-FOUND-SWITCH          PIC X(01) VALUE "N".
        88 WS-CANDIDATE-FOUND                 VALUE "Y" FALSE "N".
    01 WS-CB-NEW-SWITCH             PIC X(01) VALUE "N".
        88 WS-CB-IS-NEW                       VALUE "Y" FALSE "N".
    01 WS-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
        88 WS-CANDIDATE-TABLE-FULL            VALUE "Y".
    01 WS-BATCH-ACTIVE-SWITCH       PIC X(01) VALUE "N".
        88 WS-BATCH-IS-ACTIVE                 VALUE "Y" FALSE "N".

    01 WS-CBD-DAYS-TABLE.
        05 WS-CBD-ENTRY OCCURS 200 TIMES
                         INDEXED BY WS-CBD-IDX.
           10 WS-CBD-NETW-ID          PIC X(08).
           10 WS-CBD-DAYS-TO-FILE     PIC 9(03).
    01 WS-CBD-DAYS-COUNT             PIC 9(04) VALUE ZERO.

    01 WS-CANDIDATE-TABLE.
        05 WS-CND-ENTRY OCCURS 500 TIMES
                         INDEXED BY WS-CND-IDX.
           10 WS-CND-SUSPENSE-KEY.
              15 WS-CND-PAN              PIC X(23).
              15 WS-CND-SETTLE-DATE      PIC 9(07).
              15 WS-CND-NETW-ID          PIC X(08).
              15 WS-CND-TRACE-ID         PIC X(12).
           10 WS-CND-NEW-SW           PIC X(01).
           10 WS-CND-POSTED-SW        PIC X(01).
           10 WS-CND-AMOUNT           PIC 9(08).
           10 WS-CND-TRAN-TYPE-IND    PIC X(01).
           10 WS-CND-DISP-CODE        PIC X(04).
           10 WS-CND-ANALYST-ID       PIC X(08).
           10 WS-CND-OPENED-DATE      PIC 9(08).
           10 WS-CND-DEADLINE-DATE    PIC 9(08).
           10 WS-CND-CURRENCY-CODE    PIC X(03).
    01 WS-CANDIDATE-COUNT            PIC 9(04) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-CB-DISP-CODE              PIC X(04) VALUE "CHBK".
    01 WS-BOOK-CURRENCY             PIC X(03) VALUE "USD".
    01 WS-WARN-DAYS                 PIC 9(03) VALUE 5.
    01 WS-SETTLE-DATE-8             PIC 9(08) VALUE ZERO.
    01 WS-DAYS-LEFT                 PIC S9(07) VALUE ZERO.
    01 WS-DAYS-OUT                  PIC S9(07) VALUE ZERO.
    01 WS-REJECT-REASON             PIC X(40) VALUE SPACES.

    01 WS-RESPONSES-READ            PIC 9(09) VALUE ZERO.
    01 WS-RESPONSES-APPLIED         PIC 9(09) VALUE ZERO.
    01 WS-RESPONSES-REJECTED        PIC 9(09) VALUE ZERO.
    01 WS-CASES-READ                PIC 9(09) VALUE ZERO.
    01 WS-NEW-CHARGEBACKS           PIC 9(09) VALUE ZERO.
    01 WS-SKIPPED-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-FILED-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-EXPIRED-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-PENDING-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-NEARING-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-UNANSWERED-COUNT          PIC 9(09) VALUE ZERO.
    01 WS-WON-COUNT                 PIC 9(09) VALUE ZERO.
    01 WS-LOST-COUNT                PIC 9(09) VALUE ZERO.

    01 WS-BATCH-NETW-ID             PIC X(08) VALUE SPACES.
    01 WS-BATCH-CURRENCY-CODE       PIC X(03) VALUE SPACES.
    01 WS-BATCH-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-BATCH-AMOUNT              PIC 9(15) VALUE ZERO.

    COPY "y34141d.cpy".

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        05 FILLER  PIC X(38) VALUE
            "CHARGEBACK FOLLOW-UP REPORT - RUN DT  ".
        05 WS-H1-RUN-DATE PIC 9(08).
    01 WS-SKIP-LINE.
        05 FILLER                 PIC X(10) VALUE "NOT FILED ".
        05 WS-SK-NETW-ID          PIC X(08).
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-SK-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-SK-TRACE-ID         PIC X(12).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-SK-REASON           PIC X(40).
    01 WS-NEAR-HEADING-1.
        05 FILLER  PIC X(44) VALUE
            "PENDING CHARGEBACKS NEARING FILING DEADLINE ".
        05 FILLER  PIC X(08) VALUE "(WITHIN ".
        05 WS-NH1-WARN-DAYS       PIC ZZ9.
        05 FILLER  PIC X(06) VALUE " DAYS)".
    01 WS-NEAR-HEADING-2.
        05 FILLER  PIC X(10) VALUE "NETWORK".
        05 FILLER  PIC X(09) VALUE "SETTLE".
        05 FILLER  PIC X(14) VALUE "TRACE-ID".
        05 FILLER  PIC X(10) VALUE "ANALYST".
        05 FILLER  PIC X(10) VALUE "DEADLINE".
        05 FILLER  PIC X(10) VALUE " DAYS LEFT".
    01 WS-NEAR-DETAIL-LINE.
        05 WS-ND-NETW-ID          PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-ND-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-ND-TRACE-ID         PIC X(12).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-ND-ANALYST-ID       PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-ND-DEADLINE-DATE    PIC 9(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-ND-DAYS-LEFT        PIC ----,--9.
    01 WS-OPEN-HEADING-1.
        05 FILLER  PIC X(45) VALUE
            "FILED CHARGEBACKS NOT YET ANSWERED BY NETWORK".
    01 WS-OPEN-HEADING-2.
        05 FILLER  PIC X(10) VALUE "NETWORK".
        05 FILLER  PIC X(09) VALUE "SETTLE".
        05 FILLER  PIC X(14) VALUE "TRACE-ID".
        05 FILLER  PIC X(10) VALUE "ANALYST".
        05 FILLER  PIC X(10) VALUE "FILED".
        05 FILLER  PIC X(13) VALUE "       AMOUNT".
        05 FILLER  PIC X(05) VALUE "  CCY".
        05 FILLER  PIC X(10) VALUE "  DAYS OUT".
    01 WS-OPEN-DETAIL-LINE.
        05 WS-OD-NETW-ID          PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-OD-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-OD-TRACE-ID         PIC X(12).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-OD-ANALYST-ID       PIC X(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-OD-FILED-DATE       PIC 9(08).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-OD-AMOUNT           PIC ZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-OD-CURRENCY-CODE    PIC X(03).
        05 FILLER                 PIC X(03) VALUE SPACES.
        05 WS-OD-DAYS-OUT         PIC ZZZ,ZZ9.
    01 WS-TOTAL-LINE-1.
        05 FILLER  PIC X(14) VALUE "FILED TODAY".
        05 WS-T1-FILED-CNT        PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  EXPIRED TODAY".
        05 WS-T1-EXPIRED-CNT      PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  STILL PENDING".
        05 WS-T1-PENDING-CNT      PIC ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-2.
        05 FILLER  PIC X(14) VALUE "UNANSWERED".
        05 WS-T2-UNANSWERED-CNT   PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  WON TO DATE".
        05 WS-T2-WON-CNT          PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  LOST TO DATE".
        05 WS-T2-LOST-CNT         PIC ZZZ,ZZZ,ZZ9.
    01 WS-INCOMPLETE-LINE.
        05 FILLER  PIC X(60) VALUE
            "** CANDIDATE TABLE FULL - REMAINDER PICKED UP NEXT RUN **".
    01 WS-BLANK-LINE.
        05 FILLER  PIC X(01) VALUE SPACE.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START

        PERFORM READ-CHARGEBACK-PARM
        PERFORM LOAD-DAYS-TABLE

        OPEN I-O CBMST
        OPEN OUTPUT CBRPT
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        WRITE CBRPT-LINE FROM WS-HEADING-1

        PERFORM APPLY-NETWORK-RESPONSES
        PERFORM COLLECT-PENDING-CHARGEBACKS

        OPEN INPUT CASEMST
        OPEN INPUT SUSPMST
        PERFORM COLLECT-NEW-DISPOSITIONS
        CLOSE CASEMST
        CLOSE SUSPMST

        IF WS-CANDIDATE-COUNT > 0
            PERFORM COLLECT-FROM-HOGANOUT
        END-IF

        OPEN OUTPUT CBSUBOUT
        SORT CBSORT
            ON ASCENDING KEY Y34162D-SUB-NETW-ID OF Y34156D-CBSORT-REC
                             Y34162D-SUB-CURRENCY-CODE
                                 OF Y34156D-CBSORT-REC
                             Y34162D-SUB-TRACE-ID OF Y34156D-CBSORT-REC
            INPUT PROCEDURE IS FILE-OR-CARRY-CANDIDATES
            OUTPUT PROCEDURE IS WRITE-SUBMISSION-BATCHES
        CLOSE CBSUBOUT

        PERFORM WRITE-NEARING-DEADLINE-SECTION
        PERFORM WRITE-UNANSWERED-SECTION
        PERFORM WRITE-REPORT-TOTALS

        CLOSE CBMST
        CLOSE CBRPT

        DISPLAY "Y34156P: CASES READ " WS-CASES-READ
            " NEW CHARGEBACKS " WS-NEW-CHARGEBACKS
            " FILED " WS-FILED-COUNT
            " EXPIRED " WS-EXPIRED-COUNT
            " PENDING " WS-PENDING-COUNT
            " RESPONSES APPLIED " WS-RESPONSES-APPLIED

        PERFORM RECORD-JOB-END
        STOP RUN.

    ABEND-JOB.
        MOVE 16 TO RETURN-CODE
        STOP RUN.

    CHECK-PREDECESSOR.
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34152P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y34156P: PREDECESSOR Y34152P NOT COMPLETE FOR "
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
        MOVE "Y34156P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34156P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-CASES-READ TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-FILED-COUNT TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    READ-CHARGEBACK-PARM.
        OPEN INPUT CBPARM
        READ CBPARM
            AT END
                CONTINUE
            NOT AT END
                IF Y34160D-PARM-CB-DISP-CODE NOT = SPACES
                    MOVE Y34160D-PARM-CB-DISP-CODE TO WS-CB-DISP-CODE
                END-IF
                IF Y34160D-PARM-WARN-DAYS IS NUMERIC
                    MOVE Y34160D-PARM-WARN-DAYS TO WS-WARN-DAYS
                END-IF
        END-READ
        CLOSE CBPARM.

    LOAD-DAYS-TABLE.
        OPEN INPUT CBDAYTBL
        PERFORM UNTIL WS-END-OF-CBDAYTBL
            READ CBDAYTBL
                AT END
                    SET WS-END-OF-CBDAYTBL TO TRUE
                NOT AT END
                    IF WS-CBD-DAYS-COUNT < 200
                        ADD 1 TO WS-CBD-DAYS-COUNT
                        SET WS-CBD-IDX TO WS-CBD-DAYS-COUNT
                        MOVE Y34159D-CBD-NETW-ID
                            TO WS-CBD-NETW-ID(WS-CBD-IDX)
                        MOVE Y34159D-CBD-DAYS-TO-FILE
                            TO WS-CBD-DAYS-TO-FILE(WS-CBD-IDX)
                    ELSE
                        DISPLAY "Y34156P: WS-CBD-DAYS-TABLE FULL AT 200 "
                            "ENTRIES - IGNORING REMAINING CBDAYTBL ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CBDAYTBL.

    LOOKUP-DAYS-TO-FILE.
        SET WS-DAYS-FOUND TO FALSE
        IF WS-CBD-DAYS-COUNT > 0
            SET WS-CBD-IDX TO 1
            SEARCH WS-CBD-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CBD-NETW-ID(WS-CBD-IDX) = Y34133D-MST-NETW-ID
                    SET WS-DAYS-FOUND TO TRUE
            END-SEARCH
        END-IF.

      *> A network answer is only taken for a chargeback that is
      *> actually out with the network; anything else prints on the
      *> report as not applied rather than overwriting a settled or
      *> expired row.
    APPLY-NETWORK-RESPONSES.
        OPEN INPUT CBRESP
        PERFORM UNTIL WS-END-OF-CBRESP
            READ CBRESP
                AT END
                    SET WS-END-OF-CBRESP TO TRUE
                NOT AT END
                    ADD 1 TO WS-RESPONSES-READ
                    PERFORM APPLY-ONE-RESPONSE
            END-READ
        END-PERFORM
        CLOSE CBRESP.

    APPLY-ONE-RESPONSE.
        MOVE SPACES TO WS-REJECT-REASON
        MOVE Y34163D-RSP-SUSPENSE-KEY TO Y34161D-CB-SUSPENSE-KEY
        READ CBMST
            INVALID KEY
                MOVE "RESPONSE - NOT ON CHARGEBACK MASTER"
                    TO WS-REJECT-REASON
        END-READ

        IF WS-REJECT-REASON = SPACES
            EVALUATE TRUE
                WHEN NOT Y34163D-RSP-WON AND NOT Y34163D-RSP-LOST
                    MOVE "RESPONSE - OUTCOME MUST BE W OR L"
                        TO WS-REJECT-REASON
                WHEN NOT Y34161D-CB-FILED
                    MOVE "RESPONSE - CHARGEBACK NOT IN FILED STATUS"
                        TO WS-REJECT-REASON
                WHEN OTHER
                    MOVE Y34163D-RSP-OUTCOME TO Y34161D-CB-STATUS
                    MOVE Y34163D-RSP-RESPONSE-DATE
                        TO Y34161D-CB-RESPONSE-DATE
                    REWRITE Y34161D-CHARGEBACK-REC
                        INVALID KEY
                            DISPLAY "Y34156P: REWRITE FAILED FOR CBMST "
                                "KEY " Y34161D-CB-TRACE-ID
                    END-REWRITE
                    ADD 1 TO WS-RESPONSES-APPLIED
            END-EVALUATE
        END-IF

        IF WS-REJECT-REASON NOT = SPACES
            MOVE Y34163D-RSP-NETW-ID TO WS-SK-NETW-ID
            MOVE Y34163D-RSP-SETTLE-DATE TO WS-SK-SETTLE-DATE
            MOVE Y34163D-RSP-TRACE-ID TO WS-SK-TRACE-ID
            MOVE WS-REJECT-REASON TO WS-SK-REASON
            WRITE CBRPT-LINE FROM WS-SKIP-LINE
            ADD 1 TO WS-RESPONSES-REJECTED
        END-IF.

    COLLECT-PENDING-CHARGEBACKS.
        SET WS-END-OF-CBMST TO FALSE
        MOVE LOW-VALUES TO Y34161D-CB-SUSPENSE-KEY
        START CBMST KEY NOT < Y34161D-CB-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-CBMST TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-CBMST
            READ CBMST NEXT
                AT END
                    SET WS-END-OF-CBMST TO TRUE
                NOT AT END
                    IF Y34161D-CB-PENDING
                        PERFORM ADD-PENDING-CANDIDATE
                    END-IF
            END-READ
        END-PERFORM.

    ADD-PENDING-CANDIDATE.
        IF WS-CANDIDATE-COUNT < 500
            ADD 1 TO WS-CANDIDATE-COUNT
            SET WS-CND-IDX TO WS-CANDIDATE-COUNT
            MOVE Y34161D-CB-SUSPENSE-KEY
                TO WS-CND-SUSPENSE-KEY(WS-CND-IDX)
            MOVE "N" TO WS-CND-NEW-SW(WS-CND-IDX)
            MOVE "N" TO WS-CND-POSTED-SW(WS-CND-IDX)
            MOVE ZERO TO WS-CND-AMOUNT(WS-CND-IDX)
            MOVE SPACE TO WS-CND-TRAN-TYPE-IND(WS-CND-IDX)
            MOVE Y34161D-CB-DISP-CODE TO WS-CND-DISP-CODE(WS-CND-IDX)
            MOVE Y34161D-CB-ANALYST-ID
                TO WS-CND-ANALYST-ID(WS-CND-IDX)
            MOVE Y34161D-CB-OPENED-DATE
                TO WS-CND-OPENED-DATE(WS-CND-IDX)
            MOVE Y34161D-CB-DEADLINE-DATE
                TO WS-CND-DEADLINE-DATE(WS-CND-IDX)
            MOVE Y34161D-CB-CURRENCY-CODE
                TO WS-CND-CURRENCY-CODE(WS-CND-IDX)
        ELSE
            PERFORM CANDIDATE-TABLE-OVERFLOW
        END-IF.

    CANDIDATE-TABLE-OVERFLOW.
        IF NOT WS-CANDIDATE-TABLE-FULL
            SET WS-CANDIDATE-TABLE-FULL TO TRUE
            DISPLAY "Y34156P: WS-CANDIDATE-TABLE FULL AT 500 ENTRIES "
                "- REMAINING ITEMS PICKED UP NEXT RUN"
        END-IF.

    COLLECT-NEW-DISPOSITIONS.
        MOVE LOW-VALUES TO Y34152D-CASE-SUSPENSE-KEY
        START CASEMST KEY NOT < Y34152D-CASE-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-CASEMST TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-CASEMST
            READ CASEMST NEXT
                AT END
                    SET WS-END-OF-CASEMST TO TRUE
                NOT AT END
                    ADD 1 TO WS-CASES-READ
                    IF Y34152D-CASE-DISP-CODE = WS-CB-DISP-CODE
                        PERFORM CONSIDER-ONE-DISPOSITION
                    END-IF
            END-READ
        END-PERFORM.

    CONSIDER-ONE-DISPOSITION.
        MOVE Y34152D-CASE-SUSPENSE-KEY TO Y34161D-CB-SUSPENSE-KEY
        READ CBMST
            INVALID KEY
                SET WS-CB-IS-NEW TO TRUE
            NOT INVALID KEY
                SET WS-CB-IS-NEW TO FALSE
        END-READ

        IF WS-CB-IS-NEW
            MOVE SPACES TO WS-REJECT-REASON
            MOVE Y34152D-CASE-SUSPENSE-KEY TO Y34133D-MST-SUSPENSE-KEY
            READ SUSPMST
                INVALID KEY
                    MOVE "ITEM NOT ON SUSPENSE MASTER"
                        TO WS-REJECT-REASON
                NOT INVALID KEY
                    PERFORM LOOKUP-DAYS-TO-FILE
                    IF NOT WS-DAYS-FOUND
                        MOVE "NO CBDAYTBL ROW FOR NETWORK"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ

            IF WS-REJECT-REASON = SPACES
                PERFORM ADD-NEW-CANDIDATE
            ELSE
                MOVE Y34152D-CASE-NETW-ID TO WS-SK-NETW-ID
                MOVE Y34152D-CASE-SETTLE-DATE TO WS-SK-SETTLE-DATE
                MOVE Y34152D-CASE-TRACE-ID TO WS-SK-TRACE-ID
                MOVE WS-REJECT-REASON TO WS-SK-REASON
                WRITE CBRPT-LINE FROM WS-SKIP-LINE
                ADD 1 TO WS-SKIPPED-COUNT
            END-IF
        END-IF.

      *> The filing window runs from the item's settle date, which
      *> is carried as a 7-digit date - the century digit is added
      *> back before the day arithmetic, same as Y34121P's aging.
    ADD-NEW-CANDIDATE.
        IF WS-CANDIDATE-COUNT < 500
            ADD 1 TO WS-CANDIDATE-COUNT
            SET WS-CND-IDX TO WS-CANDIDATE-COUNT
            MOVE Y34133D-MST-SUSPENSE-KEY
                TO WS-CND-SUSPENSE-KEY(WS-CND-IDX)
            MOVE "Y" TO WS-CND-NEW-SW(WS-CND-IDX)
            MOVE "N" TO WS-CND-POSTED-SW(WS-CND-IDX)
            MOVE ZERO TO WS-CND-AMOUNT(WS-CND-IDX)
            MOVE SPACE TO WS-CND-TRAN-TYPE-IND(WS-CND-IDX)
            MOVE Y34152D-CASE-DISP-CODE TO WS-CND-DISP-CODE(WS-CND-IDX)
            MOVE Y34152D-CASE-ANALYST-ID
                TO WS-CND-ANALYST-ID(WS-CND-IDX)
            MOVE WS-RUN-DATE TO WS-CND-OPENED-DATE(WS-CND-IDX)
            IF Y34133D-MST-CURRENCY-CODE = SPACES
                MOVE WS-BOOK-CURRENCY
                    TO WS-CND-CURRENCY-CODE(WS-CND-IDX)
            ELSE
                MOVE Y34133D-MST-CURRENCY-CODE
                    TO WS-CND-CURRENCY-CODE(WS-CND-IDX)
            END-IF
            COMPUTE WS-SETTLE-DATE-8 =
                Y34133D-MST-SETTLE-DATE + 20000000
            COMPUTE WS-CND-DEADLINE-DATE(WS-CND-IDX) =
                FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-SETTLE-DATE-8)
                  + WS-CBD-DAYS-TO-FILE(WS-CBD-IDX))
            ADD 1 TO WS-NEW-CHARGEBACKS
        ELSE
            PERFORM CANDIDATE-TABLE-OVERFLOW
        END-IF.

    COLLECT-FROM-HOGANOUT.
        OPEN INPUT HOGANOUT
        PERFORM UNTIL WS-END-OF-HOGANOUT
            READ HOGANOUT
                AT END
                    SET WS-END-OF-HOGANOUT TO TRUE
                NOT AT END
                    PERFORM MATCH-ONE-POSTING
            END-READ
        END-PERFORM
        CLOSE HOGANOUT.

    MATCH-ONE-POSTING.
        MOVE TPIPE-Message-Layout TO Y34141D-FILE-CONTROL-REC
        IF Y34141D-CTL-HEADER OR Y34141D-CTL-TRAILER
            CONTINUE
        ELSE
            SET WS-CANDIDATE-FOUND TO FALSE
            SET WS-CND-IDX TO 1
            SEARCH WS-CND-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CND-SUSPENSE-KEY(WS-CND-IDX)
                        = Y34120D-SUSPENSE-KEY OF TPIPE-Message-Layout
                    SET WS-CANDIDATE-FOUND TO TRUE
            END-SEARCH
            IF WS-CANDIDATE-FOUND
                AND WS-CND-POSTED-SW(WS-CND-IDX) = "N"
                MOVE "Y" TO WS-CND-POSTED-SW(WS-CND-IDX)
                MOVE Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
                    TO WS-CND-AMOUNT(WS-CND-IDX)
                MOVE Y34120D-TRAN-TYPE-IND OF TPIPE-Message-Layout
                    TO WS-CND-TRAN-TYPE-IND(WS-CND-IDX)
            END-IF
        END-IF.

      *> A window that has already closed expires the item even if
      *> its posting has just turned up - a late filing is refused
      *> by the network anyway, and the report has to say so.
    FILE-OR-CARRY-CANDIDATES.
        PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                UNTIL WS-CND-IDX > WS-CANDIDATE-COUNT
            PERFORM BUILD-CHARGEBACK-RECORD
            EVALUATE TRUE
                WHEN WS-RUN-DATE > WS-CND-DEADLINE-DATE(WS-CND-IDX)
                    SET Y34161D-CB-EXPIRED TO TRUE
                    ADD 1 TO WS-EXPIRED-COUNT
                WHEN WS-CND-POSTED-SW(WS-CND-IDX) = "Y"
                    SET Y34161D-CB-FILED TO TRUE
                    MOVE WS-RUN-DATE TO Y34161D-CB-FILED-DATE
                    PERFORM RELEASE-SUBMISSION-DETAIL
                    ADD 1 TO WS-FILED-COUNT
                WHEN OTHER
                    SET Y34161D-CB-PENDING TO TRUE
                    ADD 1 TO WS-PENDING-COUNT
            END-EVALUATE
            PERFORM SAVE-CHARGEBACK-RECORD
        END-PERFORM.

    BUILD-CHARGEBACK-RECORD.
        MOVE WS-CND-SUSPENSE-KEY(WS-CND-IDX)
            TO Y34161D-CB-SUSPENSE-KEY
        MOVE WS-CND-AMOUNT(WS-CND-IDX) TO Y34161D-CB-AMOUNT
        MOVE WS-CND-TRAN-TYPE-IND(WS-CND-IDX)
            TO Y34161D-CB-TRAN-TYPE-IND
        MOVE WS-CND-DISP-CODE(WS-CND-IDX) TO Y34161D-CB-DISP-CODE
        MOVE WS-CND-ANALYST-ID(WS-CND-IDX) TO Y34161D-CB-ANALYST-ID
        MOVE WS-CND-OPENED-DATE(WS-CND-IDX) TO Y34161D-CB-OPENED-DATE
        MOVE ZERO TO Y34161D-CB-FILED-DATE
        MOVE WS-CND-DEADLINE-DATE(WS-CND-IDX)
            TO Y34161D-CB-DEADLINE-DATE
        MOVE ZERO TO Y34161D-CB-RESPONSE-DATE
        MOVE WS-CND-CURRENCY-CODE(WS-CND-IDX)
            TO Y34161D-CB-CURRENCY-CODE.

    SAVE-CHARGEBACK-RECORD.
        IF WS-CND-NEW-SW(WS-CND-IDX) = "Y"
            WRITE Y34161D-CHARGEBACK-REC
                INVALID KEY
                    DISPLAY "Y34156P: WRITE FAILED FOR CBMST KEY "
                        Y34161D-CB-TRACE-ID
            END-WRITE
        ELSE
            REWRITE Y34161D-CHARGEBACK-REC
                INVALID KEY
                    DISPLAY "Y34156P: REWRITE FAILED FOR CBMST KEY "
                        Y34161D-CB-TRACE-ID
            END-REWRITE
        END-IF.

    RELEASE-SUBMISSION-DETAIL.
        MOVE SPACES TO Y34156D-CBSORT-REC
        SET Y34162D-SUB-DETAIL OF Y34156D-CBSORT-REC TO TRUE
        MOVE Y34161D-CB-NETW-ID
            TO Y34162D-SUB-NETW-ID OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-CURRENCY-CODE
            TO Y34162D-SUB-CURRENCY-CODE OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-PAN TO Y34162D-SUB-PAN OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-SETTLE-DATE
            TO Y34162D-SUB-SETTLE-DATE OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-TRACE-ID
            TO Y34162D-SUB-TRACE-ID OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-AMOUNT
            TO Y34162D-SUB-AMOUNT OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-TRAN-TYPE-IND
            TO Y34162D-SUB-TRAN-TYPE-IND OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-DISP-CODE
            TO Y34162D-SUB-REASON-CODE OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-FILED-DATE
            TO Y34162D-SUB-FILED-DATE OF Y34156D-CBSORT-REC
        MOVE Y34161D-CB-DEADLINE-DATE
            TO Y34162D-SUB-DEADLINE-DATE OF Y34156D-CBSORT-REC
        RELEASE Y34156D-CBSORT-REC.

    WRITE-SUBMISSION-BATCHES.
        PERFORM UNTIL WS-END-OF-CBSORT
            RETURN CBSORT
                AT END
                    SET WS-END-OF-CBSORT TO TRUE
                NOT AT END
                    PERFORM WRITE-ONE-SUBMISSION
            END-RETURN
        END-PERFORM

        PERFORM WRITE-NETWORK-TRAILER.

    WRITE-ONE-SUBMISSION.
        IF NOT WS-BATCH-IS-ACTIVE
            OR Y34162D-SUB-NETW-ID OF Y34156D-CBSORT-REC
                NOT = WS-BATCH-NETW-ID
            OR Y34162D-SUB-CURRENCY-CODE OF Y34156D-CBSORT-REC
                NOT = WS-BATCH-CURRENCY-CODE
            PERFORM WRITE-NETWORK-TRAILER
            MOVE Y34162D-SUB-NETW-ID OF Y34156D-CBSORT-REC
                TO WS-BATCH-NETW-ID
            MOVE Y34162D-SUB-CURRENCY-CODE OF Y34156D-CBSORT-REC
                TO WS-BATCH-CURRENCY-CODE
            PERFORM WRITE-NETWORK-HEADER
        END-IF

        WRITE Y34162D-CB-SUBMIT-REC FROM Y34156D-CBSORT-REC
        ADD 1 TO WS-BATCH-COUNT
        ADD Y34162D-SUB-AMOUNT OF Y34156D-CBSORT-REC
            TO WS-BATCH-AMOUNT.

    WRITE-NETWORK-HEADER.
        MOVE SPACES TO Y34162D-CB-SUBMIT-REC
        SET Y34162D-SUB-NETW-HEADER OF Y34162D-CB-SUBMIT-REC TO TRUE
        MOVE WS-BATCH-NETW-ID
            TO Y34162D-SUB-NETW-ID OF Y34162D-CB-SUBMIT-REC
        MOVE WS-BATCH-CURRENCY-CODE
            TO Y34162D-SUB-CURRENCY-CODE OF Y34162D-CB-SUBMIT-REC
        MOVE WS-RUN-DATE
            TO Y34162D-SUB-FILED-DATE-CTL OF Y34162D-CB-SUBMIT-REC
        MOVE ZERO TO Y34162D-SUB-ITEM-COUNT OF Y34162D-CB-SUBMIT-REC
        MOVE ZERO TO Y34162D-SUB-AMOUNT-TOTAL OF Y34162D-CB-SUBMIT-REC
        WRITE Y34162D-CB-SUBMIT-REC
        SET WS-BATCH-IS-ACTIVE TO TRUE
        MOVE ZERO TO WS-BATCH-COUNT
        MOVE ZERO TO WS-BATCH-AMOUNT.

    WRITE-NETWORK-TRAILER.
        IF WS-BATCH-IS-ACTIVE
            MOVE SPACES TO Y34162D-CB-SUBMIT-REC
            SET Y34162D-SUB-NETW-TRAILER OF Y34162D-CB-SUBMIT-REC
                TO TRUE
            MOVE WS-BATCH-NETW-ID
                TO Y34162D-SUB-NETW-ID OF Y34162D-CB-SUBMIT-REC
            MOVE WS-BATCH-CURRENCY-CODE
                TO Y34162D-SUB-CURRENCY-CODE OF Y34162D-CB-SUBMIT-REC
            MOVE WS-RUN-DATE
                TO Y34162D-SUB-FILED-DATE-CTL OF Y34162D-CB-SUBMIT-REC
            MOVE WS-BATCH-COUNT
                TO Y34162D-SUB-ITEM-COUNT OF Y34162D-CB-SUBMIT-REC
            MOVE WS-BATCH-AMOUNT
                TO Y34162D-SUB-AMOUNT-TOTAL OF Y34162D-CB-SUBMIT-REC
            WRITE Y34162D-CB-SUBMIT-REC
            SET WS-BATCH-IS-ACTIVE TO FALSE
        END-IF.

    WRITE-NEARING-DEADLINE-SECTION.
        WRITE CBRPT-LINE FROM WS-BLANK-LINE
        MOVE WS-WARN-DAYS TO WS-NH1-WARN-DAYS
        WRITE CBRPT-LINE FROM WS-NEAR-HEADING-1
        WRITE CBRPT-LINE FROM WS-NEAR-HEADING-2

        SET WS-END-OF-CBMST TO FALSE
        MOVE LOW-VALUES TO Y34161D-CB-SUSPENSE-KEY
        START CBMST KEY NOT < Y34161D-CB-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-CBMST TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-CBMST
            READ CBMST NEXT
                AT END
                    SET WS-END-OF-CBMST TO TRUE
                NOT AT END
                    IF Y34161D-CB-PENDING
                        PERFORM CHECK-ONE-NEARING-DEADLINE
                    END-IF
            END-READ
        END-PERFORM.

    CHECK-ONE-NEARING-DEADLINE.
        COMPUTE WS-DAYS-LEFT =
            FUNCTION INTEGER-OF-DATE(Y34161D-CB-DEADLINE-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        IF WS-DAYS-LEFT <= WS-WARN-DAYS
            MOVE Y34161D-CB-NETW-ID TO WS-ND-NETW-ID
            MOVE Y34161D-CB-SETTLE-DATE TO WS-ND-SETTLE-DATE
            MOVE Y34161D-CB-TRACE-ID TO WS-ND-TRACE-ID
            MOVE Y34161D-CB-ANALYST-ID TO WS-ND-ANALYST-ID
            MOVE Y34161D-CB-DEADLINE-DATE TO WS-ND-DEADLINE-DATE
            MOVE WS-DAYS-LEFT TO WS-ND-DAYS-LEFT
            WRITE CBRPT-LINE FROM WS-NEAR-DETAIL-LINE
            ADD 1 TO WS-NEARING-COUNT
        END-IF.

    WRITE-UNANSWERED-SECTION.
        WRITE CBRPT-LINE FROM WS-BLANK-LINE
        WRITE CBRPT-LINE FROM WS-OPEN-HEADING-1
        WRITE CBRPT-LINE FROM WS-OPEN-HEADING-2

        SET WS-END-OF-CBMST TO FALSE
        MOVE LOW-VALUES TO Y34161D-CB-SUSPENSE-KEY
        START CBMST KEY NOT < Y34161D-CB-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-CBMST TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-CBMST
            READ CBMST NEXT
                AT END
                    SET WS-END-OF-CBMST TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN Y34161D-CB-FILED
                            PERFORM WRITE-ONE-UNANSWERED
                        WHEN Y34161D-CB-WON
                            ADD 1 TO WS-WON-COUNT
                        WHEN Y34161D-CB-LOST
                            ADD 1 TO WS-LOST-COUNT
                    END-EVALUATE
            END-READ
        END-PERFORM.

    WRITE-ONE-UNANSWERED.
        COMPUTE WS-DAYS-OUT =
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
          - FUNCTION INTEGER-OF-DATE(Y34161D-CB-FILED-DATE)
        MOVE Y34161D-CB-NETW-ID TO WS-OD-NETW-ID
        MOVE Y34161D-CB-SETTLE-DATE TO WS-OD-SETTLE-DATE
        MOVE Y34161D-CB-TRACE-ID TO WS-OD-TRACE-ID
        MOVE Y34161D-CB-ANALYST-ID TO WS-OD-ANALYST-ID
        MOVE Y34161D-CB-FILED-DATE TO WS-OD-FILED-DATE
        MOVE Y34161D-CB-AMOUNT TO WS-OD-AMOUNT
        MOVE Y34161D-CB-CURRENCY-CODE TO WS-OD-CURRENCY-CODE
        MOVE WS-DAYS-OUT TO WS-OD-DAYS-OUT
        WRITE CBRPT-LINE FROM WS-OPEN-DETAIL-LINE
        ADD 1 TO WS-UNANSWERED-COUNT.

    WRITE-REPORT-TOTALS.
        WRITE CBRPT-LINE FROM WS-BLANK-LINE
        MOVE WS-FILED-COUNT TO WS-T1-FILED-CNT
        MOVE WS-EXPIRED-COUNT TO WS-T1-EXPIRED-CNT
        MOVE WS-PENDING-COUNT TO WS-T1-PENDING-CNT
        WRITE CBRPT-LINE FROM WS-TOTAL-LINE-1
        MOVE WS-UNANSWERED-COUNT TO WS-T2-UNANSWERED-CNT
        MOVE WS-WON-COUNT TO WS-T2-WON-CNT
        MOVE WS-LOST-COUNT TO WS-T2-LOST-CNT
        WRITE CBRPT-LINE FROM WS-TOTAL-LINE-2

        IF WS-CANDIDATE-TABLE-FULL
            WRITE CBRPT-LINE FROM WS-INCOMPLETE-LINE
        END-IF.
