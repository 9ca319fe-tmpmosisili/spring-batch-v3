      *> and skipped records the prior run posted are folded back
      *> into the trailer totals so the trailer still describes the
      *> whole file, not just this run's tail.
      *>
      *> A record is only posted if it can be valued in book
      *> currency: a Y34120D-CURRENCY-CODE other than book currency
      *> (blank counts as book currency) must have a row on the
      *> maintained daily exchange-rate table FXRATTBL
      *> (Y34166D-FX-RATE-REC) for the record's settle date. A
      *> record with no rate is written to FXEXCPT untouched instead
      *> of HOGANOUT, so it is neither posted nor journaled at a
      *> guessed rate; once the rate is keyed the exception file can
      *> be fed back through. Held records are left out of the
      *> HOGANOUT trailer, which describes only what was posted.
      *>
      *> On heavy days the posting is split by Y34120D-NETW-ID into
      *> Y34124D-PARM-PARTITION-COUNT partitions, each run as its
      *> own job with Y34124D-PARM-PARTITION-NBR on its PARMIN card
      *> (a card without a partition number is the classic
      *> single-threaded run over the whole file). Every partition
      *> reads the whole of NETOUT and proves its bracket, but posts
      *> only the networks the maintained NETPTTBL
      *> (Y34167D-NET-PARTITION-REC) assigns to it; a network not on
      *> the table, or assigned past the partition count, belongs to
      *> partition 01 so no record can fall between partitions. Each
      *> partition has its own CHKPTIN/CHKPTOUT, FXEXCPT and
      *> HOGANOUT slice allocated by its JCL, and its own RUNCTL
      *> entry - "Y34124" followed by the two-digit partition number
      *> - so a failed partition is restarted on its own from its
      *> own checkpoint while the other partitions' postings stand.
      *> Ahead of its trailer the slice carries a Y34141D partition
      *> record giving the count and Y34120D-BUSINESS-FUNC2 hash of
      *> every NETOUT record the partition owned, posted or not, so
      *> Y34158P's merge can prove the slices between them account
      *> for the whole of NETOUT before rebuilding one HOGANOUT.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34124P.
        SELECT CHKPTOUT ASSIGN TO "CHKPTOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CHKPTOUT-STATUS.
        SELECT FXRATTBL ASSIGN TO "FXRATTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXRATTBL-STATUS.
        SELECT FXEXCPT ASSIGN TO "FXEXCPT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXEXCPT-STATUS.
        SELECT NETPTTBL ASSIGN TO "NETPTTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-NETPTTBL-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CHKPTOUT.
    COPY "y34128d.cpy".

    FD  FXRATTBL.
    COPY "y34166d.cpy".

    FD  FXEXCPT.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34124D-FXEXCPT-REC==.

    FD  NETPTTBL.
    COPY "y34167d.cpy".

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-PARMIN-STATUS             PIC X(02) VALUE "00".
    01 WS-GTSIN-STATUS              PIC X(02) VALUE "00".
    01 WS-HOGANOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-CHKPTOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-FXRATTBL-STATUS           PIC X(02) VALUE "00".
    01 WS-FXEXCPT-STATUS            PIC X(02) VALUE "00".
    01 WS-NETPTTBL-STATUS           PIC X(02) VALUE "00".

    01 WS-GTSIN-EOF-SWITCH          PIC X(01) VALUE "N".
        88 WS-END-OF-GTSIN                    VALUE "Y".
        88 WS-END-OF-CHKPTIN                  VALUE "Y".
    01 WS-ENVTBL-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-ENVTBL                   VALUE "Y".
    01 WS-FXRATTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-FXRATTBL                 VALUE "Y".
    01 WS-NETPTTBL-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-NETPTTBL                 VALUE "Y".

    01 WS-CHKPT-INTERVAL            PIC 9(05) VALUE 1000.
    01 WS-RESTART-IND               PIC X(01) VALUE "N".
        88 WS-RESTART-RUN                     VALUE "Y".

    01 WS-PARTITION-NBR             PIC 9(02) VALUE ZERO.
    01 WS-PARTITION-COUNT           PIC 9(02) VALUE ZERO.
    01 WS-PARTITION-SWITCH          PIC X(01) VALUE "N".
        88 WS-PARTITIONED-RUN                 VALUE "Y" FALSE "N".
    01 WS-OWNED-SWITCH              PIC X(01) VALUE "N".
        88 WS-RECORD-IS-OWNED                 VALUE "Y" FALSE "N".
    01 WS-RECORD-PARTITION-NBR      PIC 9(02) VALUE ZERO.
    01 WS-RUNCTL-PROGRAM-ID         PIC X(08) VALUE "Y34124P".
    01 WS-PARTITION-PROGRAM-ID REDEFINES WS-RUNCTL-PROGRAM-ID.
        05 WS-PARTITION-PROGRAM-STEM PIC X(06).
        05 WS-PARTITION-PROGRAM-NBR  PIC 9(02).

    01 WS-RESTART-TRACE-ID          PIC X(12) VALUE SPACES.
    01 WS-SKIP-SWITCH               PIC X(01) VALUE "N".
        88 WS-SKIPPING-TO-CHECKPOINT          VALUE "Y" FALSE "N".

    01 WS-RECORDS-POSTED            PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-SINCE-CHKPT       PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-HELD              PIC 9(09) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-OWNED             PIC 9(09) VALUE ZERO.
    01 WS-OWNED-HASH                PIC 9(16) VALUE ZERO.
    01 WS-RECORDS-DEFAULTED         PIC 9(09) VALUE ZERO.

    01 WS-GTSIN-HDR-SWITCH          PIC X(01) VALUE "N".
        88 WS-GTSIN-HDR-SEEN                  VALUE "Y".
    01 WS-ENV-ALLOWED-SWITCH         PIC X(01) VALUE "N".
        88 WS-ENV-IS-ALLOWED                   VALUE "Y" FALSE "N".

    01 WS-FXR-RATE-TABLE.
        05 WS-FXR-ENTRY OCCURS 5000 TIMES
                         INDEXED BY WS-FXR-IDX.
           10 WS-FXR-CURRENCY-CODE    PIC X(03).
           10 WS-FXR-RATE-DATE        PIC 9(08).
    01 WS-FXR-RATE-COUNT             PIC 9(04) VALUE ZERO.
    01 WS-RATE-FOUND-SWITCH          PIC X(01) VALUE "N".
        88 WS-RATE-IS-AVAILABLE                VALUE "Y" FALSE "N".
    01 WS-BOOK-CURRENCY              PIC X(03) VALUE "USD".
    01 WS-SETTLE-DATE-8              PIC 9(08) VALUE ZERO.

    01 WS-NPT-PARTITION-TABLE.
        05 WS-NPT-ENTRY OCCURS 200 TIMES
                         INDEXED BY WS-NPT-IDX.
           10 WS-NPT-NETW-ID          PIC X(08).
           10 WS-NPT-PARTITION-NBR    PIC 9(02).
    01 WS-NPT-PARTITION-COUNT        PIC 9(04) VALUE ZERO.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START
        PERFORM LOAD-ENV-ALLOW-LIST
        PERFORM LOAD-FX-RATE-TABLE
        IF WS-PARTITIONED-RUN
            PERFORM LOAD-NET-PARTITION-TABLE
        END-IF

        IF WS-RESTART-RUN
            PERFORM FIND-LAST-CONFIRMED-CHECKPOINT
        IF WS-RESTART-RUN
            OPEN EXTEND HOGANOUT
            OPEN EXTEND CHKPTOUT
            OPEN EXTEND FXEXCPT
        ELSE
            OPEN OUTPUT HOGANOUT
            OPEN OUTPUT CHKPTOUT
            OPEN OUTPUT FXEXCPT
        END-IF
        IF WS-HOGANOUT-STATUS NOT = "00" AND WS-HOGANOUT-STATUS NOT = "04"
            DISPLAY "Y34124P: OPEN FAILED FOR HOGANOUT - STATUS "
        END-PERFORM

        PERFORM CONFIRM-GTSIN-COMPLETE
        IF WS-PARTITIONED-RUN
            PERFORM WRITE-HOGANOUT-PARTITION
        END-IF
        PERFORM WRITE-HOGANOUT-TRAILER

        IF WS-SKIPPING-TO-CHECKPOINT
                " NOT FOUND IN GTSIN - ZERO RECORDS POSTED THIS RUN"
        END-IF

        IF WS-RECORDS-HELD > 0
            DISPLAY "Y34124P: " WS-RECORDS-HELD " RECORDS HELD ON "
                "FXEXCPT - NO EXCHANGE RATE FOR SETTLE DATE"
        END-IF

        IF WS-PARTITIONED-RUN
            DISPLAY "Y34124P: PARTITION " WS-PARTITION-NBR " OF "
                WS-PARTITION-COUNT " OWNED " WS-RECORDS-OWNED
                " OF " WS-RECORDS-READ " NETOUT RECORDS, POSTED "
                WS-RECORDS-POSTED
            IF WS-RECORDS-DEFAULTED > 0
                DISPLAY "Y34124P: " WS-RECORDS-DEFAULTED " RECORDS "
                    "FOR NETWORKS NOT ASSIGNED ON NETPTTBL TAKEN BY "
                    "PARTITION 01"
            END-IF
        END-IF

        CLOSE GTSIN
        CLOSE HOGANOUT
        CLOSE CHKPTOUT
        CLOSE FXEXCPT

        PERFORM RECORD-JOB-END
        STOP RUN.

    RECORD-JOB-START.
        SET Y34140D-FUNC-START TO TRUE
        MOVE WS-RUNCTL-PROGRAM-ID TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE WS-RUNCTL-PROGRAM-ID TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-RECORDS-OWNED TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-RECORDS-POSTED TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

            NOT AT END
                MOVE Y34124D-PARM-CHKPT-INTERVAL TO WS-CHKPT-INTERVAL
                MOVE Y34124D-PARM-RESTART-IND TO WS-RESTART-IND
                IF Y34124D-PARM-PARTITION-NBR IS NUMERIC
                    AND Y34124D-PARM-PARTITION-NBR NOT = ZERO
                    MOVE Y34124D-PARM-PARTITION-NBR
                        TO WS-PARTITION-NBR
                    IF Y34124D-PARM-PARTITION-COUNT IS NUMERIC
                        MOVE Y34124D-PARM-PARTITION-COUNT
                            TO WS-PARTITION-COUNT
                    END-IF
                    SET WS-PARTITIONED-RUN TO TRUE
                END-IF
        END-READ
        CLOSE PARMIN

        IF WS-PARTITIONED-RUN
            IF WS-PARTITION-NBR > WS-PARTITION-COUNT
                DISPLAY "Y34124P: PARTITION " WS-PARTITION-NBR
                    " NOT WITHIN PARTITION COUNT " WS-PARTITION-COUNT
                    " ON PARMIN - JOB NOT STARTED"
                PERFORM ABEND-JOB
            END-IF
            MOVE "Y34124" TO WS-PARTITION-PROGRAM-STEM
            MOVE WS-PARTITION-NBR TO WS-PARTITION-PROGRAM-NBR
        END-IF.

    LOAD-NET-PARTITION-TABLE.
        OPEN INPUT NETPTTBL
        PERFORM UNTIL WS-END-OF-NETPTTBL
            READ NETPTTBL
                AT END
                    SET WS-END-OF-NETPTTBL TO TRUE
                NOT AT END
                    IF WS-NPT-PARTITION-COUNT < 200
                        ADD 1 TO WS-NPT-PARTITION-COUNT
                        SET WS-NPT-IDX TO WS-NPT-PARTITION-COUNT
                        MOVE Y34167D-NPT-NETW-ID
                            TO WS-NPT-NETW-ID(WS-NPT-IDX)
                        MOVE Y34167D-NPT-PARTITION-NBR
                            TO WS-NPT-PARTITION-NBR(WS-NPT-IDX)
                    ELSE
                        DISPLAY "Y34124P: WS-NPT-PARTITION-TABLE FULL AT "
                            "200 ENTRIES - IGNORING REMAINING NETPTTBL "
                            "ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NETPTTBL.

    CHECK-PARTITION-OWNED.
        IF NOT WS-PARTITIONED-RUN
            SET WS-RECORD-IS-OWNED TO TRUE
        ELSE
            MOVE ZERO TO WS-RECORD-PARTITION-NBR
            IF WS-NPT-PARTITION-COUNT > 0
                SET WS-NPT-IDX TO 1
                SEARCH WS-NPT-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-NPT-NETW-ID(WS-NPT-IDX)
                            = Y34120D-NETW-ID OF TPIPE-Message-Layout
                        MOVE WS-NPT-PARTITION-NBR(WS-NPT-IDX)
                            TO WS-RECORD-PARTITION-NBR
                END-SEARCH
            END-IF
            IF WS-RECORD-PARTITION-NBR = ZERO
                OR WS-RECORD-PARTITION-NBR > WS-PARTITION-COUNT
                MOVE 1 TO WS-RECORD-PARTITION-NBR
                IF WS-PARTITION-NBR = 1
                    ADD 1 TO WS-RECORDS-DEFAULTED
                END-IF
            END-IF
            IF WS-RECORD-PARTITION-NBR = WS-PARTITION-NBR
                SET WS-RECORD-IS-OWNED TO TRUE
            ELSE
                SET WS-RECORD-IS-OWNED TO FALSE
            END-IF
        END-IF.

    LOAD-ENV-ALLOW-LIST.
        OPEN INPUT ENVTBL
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
                    ELSE
                        DISPLAY "Y34124P: WS-FXR-RATE-TABLE FULL AT 5000 "
                            "ENTRIES - IGNORING REMAINING FXRATTBL ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FXRATTBL.

    CHECK-RATE-AVAILABLE.
        SET WS-RATE-IS-AVAILABLE TO FALSE
        IF Y34120D-CURRENCY-CODE OF TPIPE-Message-Layout = SPACES
            OR Y34120D-CURRENCY-CODE OF TPIPE-Message-Layout
                = WS-BOOK-CURRENCY
            SET WS-RATE-IS-AVAILABLE TO TRUE
        ELSE
            COMPUTE WS-SETTLE-DATE-8 = 20000000
                + Y34120D-SETTLE-DATE OF TPIPE-Message-Layout
            IF WS-FXR-RATE-COUNT > 0
                SET WS-FXR-IDX TO 1
                SEARCH WS-FXR-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-FXR-CURRENCY-CODE(WS-FXR-IDX)
                            = Y34120D-CURRENCY-CODE OF TPIPE-Message-Layout
                        AND WS-FXR-RATE-DATE(WS-FXR-IDX)
                            = WS-SETTLE-DATE-8
                        SET WS-RATE-IS-AVAILABLE TO TRUE
                END-SEARCH
            END-IF
        END-IF.

    FIND-LAST-CONFIRMED-CHECKPOINT.
        OPEN INPUT CHKPTIN
        PERFORM UNTIL WS-END-OF-CHKPTIN
                ADD 1 TO WS-RECORDS-READ
                ADD Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
                    TO WS-GTSIN-HASH
                PERFORM CHECK-PARTITION-OWNED
                IF WS-RECORD-IS-OWNED
                    ADD 1 TO WS-RECORDS-OWNED
                    ADD Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
                        TO WS-OWNED-HASH
                    PERFORM PROCESS-ONE-GTSIN-RECORD
                END-IF
        END-EVALUATE.

    VALIDATE-GTSIN-HEADER.
        MOVE ZERO TO Y34141D-CTL-FUNC2-HASH
        WRITE Y34124D-HOGANOUT-REC FROM Y34141D-FILE-CONTROL-REC.

    WRITE-HOGANOUT-PARTITION.
        SET Y34141D-CTL-PARTITION TO TRUE
        MOVE WS-RUN-DATE TO Y34141D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34141D-CTL-CYCLE-NBR
        MOVE WS-RECORDS-OWNED TO Y34141D-CTL-RECORD-COUNT
        MOVE WS-OWNED-HASH TO Y34141D-CTL-FUNC2-HASH
        WRITE Y34124D-HOGANOUT-REC FROM Y34141D-FILE-CONTROL-REC.

    WRITE-HOGANOUT-TRAILER.
        SET Y34141D-CTL-TRAILER TO TRUE
        MOVE WS-RUN-DATE TO Y34141D-CTL-BUSINESS-DATE
        IF WS-SKIPPING-TO-CHECKPOINT
            PERFORM CHECK-ENV-ALLOWED
            IF WS-ENV-IS-ALLOWED
                PERFORM CHECK-RATE-AVAILABLE
                IF WS-RATE-IS-AVAILABLE
                    ADD 1 TO WS-HOGANOUT-COUNT
                    ADD Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
                        TO WS-HOGANOUT-HASH
                END-IF
            END-IF
            IF Y34120D-TRACE-ID OF TPIPE-Message-Layout
                    = WS-RESTART-TRACE-ID
        ELSE
            PERFORM CHECK-ENV-ALLOWED
            IF WS-ENV-IS-ALLOWED
                PERFORM CHECK-RATE-AVAILABLE
                IF WS-RATE-IS-AVAILABLE
                    PERFORM POST-ONE-RECORD-TO-HOGAN
                ELSE
                    PERFORM HOLD-ONE-RECORD-NO-RATE
                END-IF
            END-IF
        END-IF.

    HOLD-ONE-RECORD-NO-RATE.
        WRITE Y34124D-FXEXCPT-REC FROM TPIPE-Message-Layout
        IF WS-FXEXCPT-STATUS NOT = "00" AND WS-FXEXCPT-STATUS NOT = "04"
            DISPLAY "Y34124P: WRITE FAILED FOR FXEXCPT - STATUS "
                WS-FXEXCPT-STATUS
            PERFORM ABEND-JOB
        END-IF
        ADD 1 TO WS-RECORDS-HELD.

    POST-ONE-RECORD-TO-HOGAN.
        MOVE CORRESPONDING TPIPE-Message-Layout
            TO Y34124D-HOGANOUT-REC
