      *>
      *> Independent evidence for the PCI assessor that no clear PAN
      *> escapes on the event side - defense in depth on top of
      *> Y66521P's masking, which covers the Y66522D-MASKED-PAN and
      *> Y66540D-MASKED-PAN fields but not free-text carried inside
      *> the payload (a Y34120D-GTS-ERR-DESC or a Hogan reason
      *> description quoting a card number, for instance).
      *>
      *> Sweeps the serialized payloads of four sources:
      *>
      *>   EVENTOUT  - the day's bus file as Y66510P published it
      *>               (Y34141D control bracket validated, so the
      *>               certificate provably covers the whole file);
      *>   OUTCMOUT  - the day's Hogan posting-outcome events as
      *>               Y34136P published them (Y66540D payload,
      *>               bracket validated the same way, the trailer
      *>               hash being the total Y66540D-AMOUNT);
      *>   ARCHFILE  - the full Y66514P archive
      *>               (Y66532D-ARCH-EVENT-DATA);
      *>   REPLAYOUT - Y66516P's released replay payloads.
      *> Each payload is scanned for unbroken digit runs 13 to 19
      *> long that pass the Luhn check-digit test - length and
      *> check-digit plausible for a live card number. Runs longer
      *> than 19 are not flagged: the Y66522D and Y66540D
      *> serializations pack numeric fields end to end, and an
      *> over-long run is those fields abutting, not a PAN. Every
      *> hit goes to the VIOLOUT violation file
      *> (Y66538D-PAN-SCAN-VIOL-REC) carrying the event's
      *> Y66512D-EVENT-ID, the source file, the offset of
      *> the run within the payload, and the suspect digits with
      *> everything but the last four X-ed out - the violation file
      *> itself must never become the leak it reports.
        SELECT EVENTOUT ASSIGN TO "EVENTOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-EVENTOUT-STATUS.
        SELECT OUTCMOUT ASSIGN TO "OUTCMOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUTCMOUT-STATUS.
        SELECT ARCHFILE ASSIGN TO "ARCHFILE"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
    FD  EVENTOUT.
    COPY "y66523d.cpy".

    FD  OUTCMOUT.
    COPY "y66523d.cpy"
        REPLACING ==Y66510D-EVENTOUT-RECORD== BY ==Y66520D-OUTCMOUT-REC==.

    FD  ARCHFILE.
    COPY "y66532d.cpy".

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-EVENTOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-OUTCMOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-ARCHFILE-STATUS           PIC X(02) VALUE "00".
    01 WS-REPLAYOUT-STATUS          PIC X(02) VALUE "00".
    01 WS-VIOLOUT-STATUS            PIC X(02) VALUE "00".

    01 WS-EVENTOUT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-EVENTOUT                 VALUE "Y".
    01 WS-OUTCMOUT-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-OUTCMOUT                 VALUE "Y".
    01 WS-ARCHFILE-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-ARCHFILE                 VALUE "Y".
    01 WS-REPLAYOUT-EOF-SWITCH      PIC X(01) VALUE "N".
    01 WS-EVENTOUT-TRL-SWITCH       PIC X(01) VALUE "N".
        88 WS-EVENTOUT-TRL-SEEN               VALUE "Y".
    01 WS-EVENTOUT-HASH             PIC 9(16) VALUE ZERO.
    01 WS-OUTCMOUT-HDR-SWITCH       PIC X(01) VALUE "N".
        88 WS-OUTCMOUT-HDR-SEEN               VALUE "Y".
    01 WS-OUTCMOUT-TRL-SWITCH       PIC X(01) VALUE "N".
        88 WS-OUTCMOUT-TRL-SEEN               VALUE "Y".
    01 WS-OUTCMOUT-HASH             PIC 9(16) VALUE ZERO.

    COPY "y34141d.cpy".
    COPY "y66522d.cpy".
    COPY "y66540d.cpy".

    COPY "y34140d.cpy".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-EVENTOUT-SCANNED          PIC 9(09) VALUE ZERO.
    01 WS-OUTCMOUT-SCANNED          PIC 9(09) VALUE ZERO.
    01 WS-ARCHFILE-SCANNED          PIC 9(09) VALUE ZERO.
    01 WS-REPLAYOUT-SCANNED         PIC 9(09) VALUE ZERO.
    01 WS-EVENTOUT-HITS             PIC 9(09) VALUE ZERO.
    01 WS-OUTCMOUT-HITS             PIC 9(09) VALUE ZERO.
    01 WS-ARCHFILE-HITS             PIC 9(09) VALUE ZERO.
    01 WS-REPLAYOUT-HITS            PIC 9(09) VALUE ZERO.
    01 WS-TOTAL-SCANNED             PIC 9(09) VALUE ZERO.
        OPEN OUTPUT VIOLOUT

        PERFORM SWEEP-EVENTOUT
        PERFORM SWEEP-OUTCMOUT
        PERFORM SWEEP-ARCHFILE
        PERFORM SWEEP-REPLAYOUT

        CLOSE SCANRPT

        COMPUTE WS-TOTAL-SCANNED = WS-EVENTOUT-SCANNED
            + WS-OUTCMOUT-SCANNED
            + WS-ARCHFILE-SCANNED + WS-REPLAYOUT-SCANNED
        DISPLAY "Y66520P: PAYLOADS SWEPT " WS-TOTAL-SCANNED
            " VIOLATIONS " WS-TOTAL-HITS
            DISPLAY "Y66520P: PREDECESSOR Y66510P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34136P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y66520P: PREDECESSOR Y34136P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    READ-CYCLE-PARM.
                PERFORM VALIDATE-EVENTOUT-TRAILER
            WHEN OTHER
                ADD 1 TO WS-EVENTOUT-SCANNED
                MOVE Y66512D-EVENT-DATA OF Y66510D-EVENTOUT-RECORD
                    TO Y66522D-EVENT-DATA-CONTENT
                ADD Y66522D-BUSINESS-FUNC2 TO WS-EVENTOUT-HASH
                MOVE "EVENTOUT" TO WS-SCAN-SOURCE
                MOVE Y66512D-EVENT-ID OF Y66510D-EVENTOUT-RECORD
                    TO WS-SCAN-EVENT-ID
                MOVE Y66512D-EVENT-DATA OF Y66510D-EVENTOUT-RECORD
                    TO WS-SCAN-BUFFER
                PERFORM SCAN-ONE-PAYLOAD
        END-EVALUATE.

            PERFORM ABEND-JOB
        END-IF.

    SWEEP-OUTCMOUT.
        OPEN INPUT OUTCMOUT
        PERFORM UNTIL WS-END-OF-OUTCMOUT
            READ OUTCMOUT
                AT END
                    SET WS-END-OF-OUTCMOUT TO TRUE
                NOT AT END
                    PERFORM TRIAGE-OUTCMOUT-RECORD
            END-READ
        END-PERFORM
        CLOSE OUTCMOUT

        IF NOT WS-OUTCMOUT-HDR-SEEN OR NOT WS-OUTCMOUT-TRL-SEEN
            DISPLAY "Y66520P: OUTCMOUT HEADER OR TRAILER MISSING - "
                "POSSIBLE TRUNCATED FILE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF.

    TRIAGE-OUTCMOUT-RECORD.
        MOVE Y66520D-OUTCMOUT-REC TO Y34141D-FILE-CONTROL-REC
        EVALUATE TRUE
            WHEN Y34141D-CTL-HEADER
                PERFORM VALIDATE-OUTCMOUT-HEADER
            WHEN Y34141D-CTL-TRAILER
                PERFORM VALIDATE-OUTCMOUT-TRAILER
            WHEN OTHER
                ADD 1 TO WS-OUTCMOUT-SCANNED
                MOVE Y66512D-EVENT-DATA OF Y66520D-OUTCMOUT-REC
                    TO Y66540D-EVENT-DATA-CONTENT
                ADD Y66540D-AMOUNT TO WS-OUTCMOUT-HASH
                MOVE "OUTCMOUT" TO WS-SCAN-SOURCE
                MOVE Y66512D-EVENT-ID OF Y66520D-OUTCMOUT-REC
                    TO WS-SCAN-EVENT-ID
                MOVE Y66512D-EVENT-DATA OF Y66520D-OUTCMOUT-REC
                    TO WS-SCAN-BUFFER
                PERFORM SCAN-ONE-PAYLOAD
        END-EVALUATE.

    VALIDATE-OUTCMOUT-HEADER.
        SET WS-OUTCMOUT-HDR-SEEN TO TRUE
        IF Y34141D-CTL-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "Y66520P: OUTCMOUT HEADER DATE "
                Y34141D-CTL-BUSINESS-DATE " DOES NOT MATCH RUN DATE "
                WS-RUN-DATE " - WRONG FILE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF
        IF Y34141D-CTL-CYCLE-NBR NOT = WS-RUN-CYCLE
            DISPLAY "Y66520P: OUTCMOUT HEADER CYCLE "
                Y34141D-CTL-CYCLE-NBR " DOES NOT MATCH RUN CYCLE "
                WS-RUN-CYCLE " - WRONG CYCLE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF.

    VALIDATE-OUTCMOUT-TRAILER.
        SET WS-OUTCMOUT-TRL-SEEN TO TRUE
        IF Y34141D-CTL-RECORD-COUNT NOT = WS-OUTCMOUT-SCANNED
            OR Y34141D-CTL-FUNC2-HASH NOT = WS-OUTCMOUT-HASH
            DISPLAY "Y66520P: OUTCMOUT TRAILER OUT OF BALANCE - "
                "TRAILER " Y34141D-CTL-RECORD-COUNT "/"
                Y34141D-CTL-FUNC2-HASH
                " ACCUMULATED " WS-OUTCMOUT-SCANNED "/"
                WS-OUTCMOUT-HASH
            PERFORM ABEND-JOB
        END-IF.

    SWEEP-ARCHFILE.
        OPEN INPUT ARCHFILE
        MOVE LOW-VALUES TO Y66532D-ARCHIVE-KEY
        EVALUATE WS-SCAN-SOURCE
            WHEN "EVENTOUT"
                ADD 1 TO WS-EVENTOUT-HITS
            WHEN "OUTCMOUT"
                ADD 1 TO WS-OUTCMOUT-HITS
            WHEN "ARCHFILE"
                ADD 1 TO WS-ARCHFILE-HITS
            WHEN OTHER
        MOVE WS-EVENTOUT-HITS TO WS-DL-HIT-CNT
        WRITE SCANRPT-LINE FROM WS-DETAIL-LINE

        MOVE "OUTCMOUT" TO WS-DL-SOURCE
        MOVE WS-OUTCMOUT-SCANNED TO WS-DL-SCANNED-CNT
        MOVE WS-OUTCMOUT-HITS TO WS-DL-HIT-CNT
        WRITE SCANRPT-LINE FROM WS-DETAIL-LINE

        MOVE "ARCHFILE" TO WS-DL-SOURCE
        MOVE WS-ARCHFILE-SCANNED TO WS-DL-SCANNED-CNT
        MOVE WS-ARCHFILE-HITS TO WS-DL-HIT-CNT
        WRITE SCANRPT-LINE FROM WS-DETAIL-LINE

        COMPUTE WS-TOTAL-SCANNED = WS-EVENTOUT-SCANNED
            + WS-OUTCMOUT-SCANNED
            + WS-ARCHFILE-SCANNED + WS-REPLAYOUT-SCANNED
        MOVE WS-TOTAL-SCANNED TO WS-TL-SCANNED-CNT
        MOVE WS-TOTAL-HITS TO WS-TL-HIT-CNT
