      *> each event's Y66522D serialized payload) are verified
      *> against this program's own accumulation, so a truncated bus
      *> file abends here instead of silently archiving a short day.
      *> Y34136P's Hogan posting-outcome events arrive on their own
      *> bracketed file OUTCMIN, whose trailer hash totals the
      *> Y66540D-AMOUNT of each Y66540D serialized payload; they are
      *> balanced the same way and archived into the same ARCHFILE.
      *>
      *> Nobody outside this team knows an event ID - a subscriber or
      *> the reconciliation team asking about a transaction has its
      *> Y34120D-TRACE-ID. So alongside every archived event this
      *> program writes a row to the keyed cross-reference TRCXREF
      *> (Y66539D-TRACE-XREF-REC), keyed on the payload's trace ID,
      *> network and settle date - taken from the Y66522D or the
      *> Y66540D layout, whichever the event carries - followed by
      *> the Y66532D-ARCHIVE-KEY
      *> it points to, so every archive row that ever carried a
      *> given transaction sits together under its trace ID. The
      *> cross-reference row carries the archive row's retention
      *> date, subsystem and environment. Y66516P replays by trace
      *> through it, Y34150P reports from it, and Y66515P drops a
      *> row when the archive row it points to is purged. TRCXREF is
      *> a KSDS allocated once alongside ARCHFILE.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y66514P.
        SELECT EVENTIN ASSIGN TO "EVENTIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-EVENTIN-STATUS.
        SELECT OUTCMIN ASSIGN TO "OUTCMIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUTCMIN-STATUS.
        SELECT ARCHFILE ASSIGN TO "ARCHFILE"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y66532D-ARCHIVE-KEY
            FILE STATUS IS WS-ARCHFILE-STATUS.
        SELECT TRCXREF ASSIGN TO "TRCXREF"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y66539D-XREF-KEY
            FILE STATUS IS WS-TRCXREF-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  EVENTIN.
    COPY "y66523d.cpy".

    FD  OUTCMIN.
    COPY "y66523d.cpy"
        REPLACING ==Y66510D-EVENTOUT-RECORD== BY ==Y66514D-OUTCMIN-REC==.

    FD  ARCHFILE.
    COPY "y66532d.cpy".

    FD  TRCXREF.
    COPY "y66539d.cpy".

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-ARCHPARM-STATUS           PIC X(02) VALUE "00".
    01 WS-EVENTIN-STATUS            PIC X(02) VALUE "00".
    01 WS-OUTCMIN-STATUS            PIC X(02) VALUE "00".
    01 WS-ARCHFILE-STATUS           PIC X(02) VALUE "00".
    01 WS-TRCXREF-STATUS            PIC X(02) VALUE "00".

    01 WS-EVENTIN-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-EVENTIN                  VALUE "Y".
    01 WS-OUTCMIN-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-OUTCMIN                  VALUE "Y".
    01 WS-PAYLOAD-LAYOUT-SWITCH     PIC X(01) VALUE "G".
        88 WS-PAYLOAD-IS-GTS                  VALUE "G".
        88 WS-PAYLOAD-IS-OUTCOME              VALUE "O".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.

    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-WRITTEN           PIC 9(09) VALUE ZERO.
    01 WS-XREF-WRITTEN              PIC 9(09) VALUE ZERO.

    01 WS-EVENTIN-HDR-SWITCH        PIC X(01) VALUE "N".
        88 WS-EVENTIN-HDR-SEEN                VALUE "Y".
        88 WS-EVENTIN-TRL-SEEN                VALUE "Y".
    01 WS-EVENTIN-HASH              PIC 9(16) VALUE ZERO.

    01 WS-OUTCOMES-READ             PIC 9(09) VALUE ZERO.
    01 WS-OUTCMIN-HDR-SWITCH        PIC X(01) VALUE "N".
        88 WS-OUTCMIN-HDR-SEEN                VALUE "Y".
    01 WS-OUTCMIN-TRL-SWITCH        PIC X(01) VALUE "N".
        88 WS-OUTCMIN-TRL-SEEN                VALUE "Y".
    01 WS-OUTCMIN-HASH              PIC 9(16) VALUE ZERO.

    COPY "y34141d.cpy".
    COPY "y66522d.cpy".
    COPY "y66540d.cpy".

    COPY "y34140d.cpy".

        CLOSE ARCHPARM

        OPEN INPUT EVENTIN
        OPEN INPUT OUTCMIN
        OPEN I-O ARCHFILE
        OPEN I-O TRCXREF

        PERFORM UNTIL WS-END-OF-EVENTIN
            READ EVENTIN

        PERFORM CONFIRM-EVENTIN-COMPLETE

        PERFORM UNTIL WS-END-OF-OUTCMIN
            READ OUTCMIN
                AT END
                    SET WS-END-OF-OUTCMIN TO TRUE
                NOT AT END
                    PERFORM TRIAGE-OUTCMIN-RECORD
            END-READ
        END-PERFORM

        PERFORM CONFIRM-OUTCMIN-COMPLETE

        CLOSE EVENTIN
        CLOSE OUTCMIN
        CLOSE ARCHFILE
        CLOSE TRCXREF

        DISPLAY "Y66514P: ARCHIVED " WS-RECORDS-WRITTEN
            " CROSS-REFERENCED " WS-XREF-WRITTEN

        PERFORM RECORD-JOB-END
        STOP RUN.
                MOVE Y66512D-EVENT-DATA OF Y66510D-EVENTOUT-RECORD
                    TO Y66522D-EVENT-DATA-CONTENT
                ADD Y66522D-BUSINESS-FUNC2 TO WS-EVENTIN-HASH
                SET WS-PAYLOAD-IS-GTS TO TRUE
                PERFORM ARCHIVE-ONE-EVENT
        END-EVALUATE.

    TRIAGE-OUTCMIN-RECORD.
        MOVE Y66514D-OUTCMIN-REC TO Y34141D-FILE-CONTROL-REC
        EVALUATE TRUE
            WHEN Y34141D-CTL-HEADER
                PERFORM VALIDATE-OUTCMIN-HEADER
            WHEN Y34141D-CTL-TRAILER
                PERFORM VALIDATE-OUTCMIN-TRAILER
            WHEN OTHER
                ADD 1 TO WS-OUTCOMES-READ
                MOVE Y66512D-EVENT-DATA OF Y66514D-OUTCMIN-REC
                    TO Y66540D-EVENT-DATA-CONTENT
                ADD Y66540D-AMOUNT TO WS-OUTCMIN-HASH
                MOVE Y66514D-OUTCMIN-REC TO Y66510D-EVENTOUT-RECORD
                SET WS-PAYLOAD-IS-OUTCOME TO TRUE
                PERFORM ARCHIVE-ONE-EVENT
        END-EVALUATE.

    VALIDATE-OUTCMIN-HEADER.
        SET WS-OUTCMIN-HDR-SEEN TO TRUE
        IF Y34141D-CTL-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "Y66514P: OUTCMIN HEADER DATE "
                Y34141D-CTL-BUSINESS-DATE " DOES NOT MATCH RUN DATE "
                WS-RUN-DATE " - WRONG FILE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF
        IF Y34141D-CTL-CYCLE-NBR NOT = WS-RUN-CYCLE
            DISPLAY "Y66514P: OUTCMIN HEADER CYCLE "
                Y34141D-CTL-CYCLE-NBR " DOES NOT MATCH RUN CYCLE "
                WS-RUN-CYCLE " - WRONG CYCLE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF.

    VALIDATE-OUTCMIN-TRAILER.
        SET WS-OUTCMIN-TRL-SEEN TO TRUE
        IF Y34141D-CTL-RECORD-COUNT NOT = WS-OUTCOMES-READ
            OR Y34141D-CTL-FUNC2-HASH NOT = WS-OUTCMIN-HASH
            DISPLAY "Y66514P: OUTCMIN TRAILER OUT OF BALANCE - TRAILER "
                Y34141D-CTL-RECORD-COUNT "/" Y34141D-CTL-FUNC2-HASH
                " ACCUMULATED " WS-OUTCOMES-READ "/" WS-OUTCMIN-HASH
            PERFORM ABEND-JOB
        END-IF.

    CONFIRM-OUTCMIN-COMPLETE.
        IF NOT WS-OUTCMIN-HDR-SEEN OR NOT WS-OUTCMIN-TRL-SEEN
            DISPLAY "Y66514P: OUTCMIN HEADER OR TRAILER MISSING - "
                "POSSIBLE TRUNCATED FILE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF.

    VALIDATE-EVENTIN-HEADER.
        SET WS-EVENTIN-HDR-SEEN TO TRUE
        IF Y34141D-CTL-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "Y66514P: PREDECESSOR Y66510P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34136P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y66514P: PREDECESSOR Y34136P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    READ-CYCLE-PARM.
        MOVE "Y66514P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        COMPUTE Y34140D-CTL-INPUT-COUNT =
            WS-RECORDS-READ + WS-OUTCOMES-READ
        MOVE WS-RECORDS-WRITTEN TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

                    Y66532D-ARCH-EVENT-ID
            NOT INVALID KEY
                ADD 1 TO WS-RECORDS-WRITTEN
                PERFORM CROSS-REFERENCE-ONE-EVENT
        END-WRITE.

    CROSS-REFERENCE-ONE-EVENT.
        IF WS-PAYLOAD-IS-OUTCOME
            MOVE Y66540D-TRACE-ID TO Y66539D-XREF-TRACE-ID
            MOVE Y66540D-NETW-ID TO Y66539D-XREF-NETW-ID
            MOVE Y66540D-SETTLE-DATE TO Y66539D-XREF-SETTLE-DATE
        ELSE
            MOVE Y66522D-TRACE-ID TO Y66539D-XREF-TRACE-ID
            MOVE Y66522D-NETW-ID TO Y66539D-XREF-NETW-ID
            MOVE Y66522D-SETTLE-DATE TO Y66539D-XREF-SETTLE-DATE
        END-IF
        IF Y66539D-XREF-TRACE-ID NOT = SPACES
            MOVE Y66532D-ARCH-EVENT-ID TO Y66539D-XREF-EVENT-ID
            MOVE Y66532D-ARCH-DATE-TIME
                TO Y66539D-XREF-EVENT-DATE-TIME
            MOVE Y66532D-ARCH-RETENTION-DATE
                TO Y66539D-XREF-RETENTION-DATE
            MOVE Y66532D-ARCH-EVENT-SUBSYSTEM
                TO Y66539D-XREF-EVENT-SUBSYSTEM
            MOVE Y66532D-ARCH-EVENT-ENV TO Y66539D-XREF-EVENT-ENV
            WRITE Y66539D-TRACE-XREF-REC
                INVALID KEY
                    DISPLAY "Y66514P: DUPLICATE CROSS-REFERENCE FOR "
                        "TRACE " Y66539D-XREF-TRACE-ID " EVENT "
                        Y66539D-XREF-EVENT-ID
                NOT INVALID KEY
                    ADD 1 TO WS-XREF-WRITTEN
            END-WRITE
        END-IF.
