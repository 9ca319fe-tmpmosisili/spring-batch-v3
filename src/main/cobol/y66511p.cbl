      *> stamped with its registered Y66524D-ROUTE-LAYOUT-ID and passed
      *> through.
      *>
      *> Two event layouts travel on the bus, and dispatch branches
      *> on the layout ID ROUTETBL registers for the event: a route
      *> to Y66540D is Y34136P's Hogan posting-outcome payload
      *> (Y66540D-EVENT-DATA-CONTENT); every other route describes
      *> the GTS payload (Y66522D-EVENT-DATA-CONTENT), which is what
      *> all routes registered before the outcome event carry. The
      *> payload is parsed into the routed layout before it is
      *> passed through - numeric fields numeric, and for an outcome
      *> a known outcome code - and an event whose payload does not
      *> parse as the layout its route names is quarantined with
      *> "PAYLOAD DOES NOT PARSE AS ROUTED LAYOUT" rather than handed
      *> to subscribers in a shape they cannot read. Y66518P holds
      *> those for the source to resend; only route misses are
      *> requeued.
      *>
      *> EVENTIN carries the Y34141D control records written by
      *> Y66510P: the business-date header and the trailer's record
      *> each event's Y66522D serialized payload) are verified
      *> against this program's own accumulation, so a truncated bus
      *> file abends here instead of silently dispatching a short
      *> day. The posting-outcome events arrive separately on
      *> OUTCMIN, Y34136P's OUTCMOUT, under their own header and
      *> trailer, whose hash is the total of the Y66540D-AMOUNT
      *> values; they are balanced the same way, and both streams
      *> are dispatched to the one ROUTEDOUT.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y66511P.
        SELECT EVENTIN ASSIGN TO "EVENTIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-EVENTIN-STATUS.
        SELECT OUTCMIN ASSIGN TO "OUTCMIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUTCMIN-STATUS.
        SELECT ROUTEDOUT ASSIGN TO "ROUTEDOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ROUTEDOUT-STATUS.
    FD  EVENTIN.
    COPY "y66523d.cpy".

    FD  OUTCMIN.
    COPY "y66523d.cpy"
        REPLACING ==Y66510D-EVENTOUT-RECORD== BY ==Y66511D-OUTCMIN-REC==.

    FD  ROUTEDOUT.
    COPY "y66524d.cpy".

    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-ROUTETBL-STATUS           PIC X(02) VALUE "00".
    01 WS-EVENTIN-STATUS            PIC X(02) VALUE "00".
    01 WS-OUTCMIN-STATUS            PIC X(02) VALUE "00".
    01 WS-ROUTEDOUT-STATUS          PIC X(02) VALUE "00".
    01 WS-QUARANTINE-STATUS         PIC X(02) VALUE "00".

        88 WS-END-OF-ROUTETBL                 VALUE "Y".
    01 WS-EVENTIN-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-EVENTIN                  VALUE "Y".
    01 WS-OUTCMIN-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-OUTCMIN                  VALUE "Y".
    01 WS-FOUND-SWITCH              PIC X(01) VALUE "N".
        88 WS-ROUTE-FOUND                     VALUE "Y" FALSE "N".
    01 WS-PARSE-SWITCH              PIC X(01) VALUE "N".
        88 WS-PAYLOAD-PARSES                  VALUE "Y" FALSE "N".

    01 WS-ROUTE-TABLE.
        05 WS-ROUTE-ENTRY OCCURS 200 TIMES
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

        PERFORM LOAD-ROUTE-TABLE

        OPEN INPUT EVENTIN
        OPEN INPUT OUTCMIN
        OPEN OUTPUT ROUTEDOUT
        OPEN OUTPUT QUARANTINE


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
        CLOSE ROUTEDOUT
        CLOSE QUARANTINE

            PERFORM ABEND-JOB
        END-IF.

    TRIAGE-OUTCMIN-RECORD.
        MOVE Y66511D-OUTCMIN-REC TO Y34141D-FILE-CONTROL-REC
        EVALUATE TRUE
            WHEN Y34141D-CTL-HEADER
                PERFORM VALIDATE-OUTCMIN-HEADER
            WHEN Y34141D-CTL-TRAILER
                PERFORM VALIDATE-OUTCMIN-TRAILER
            WHEN OTHER
                ADD 1 TO WS-OUTCOMES-READ
                MOVE Y66512D-EVENT-DATA OF Y66511D-OUTCMIN-REC
                    TO Y66540D-EVENT-DATA-CONTENT
                ADD Y66540D-AMOUNT TO WS-OUTCMIN-HASH
                MOVE Y66511D-OUTCMIN-REC TO Y66510D-EVENTOUT-RECORD
                PERFORM DISPATCH-ONE-EVENT
        END-EVALUATE.

    VALIDATE-OUTCMIN-HEADER.
        SET WS-OUTCMIN-HDR-SEEN TO TRUE
        IF Y34141D-CTL-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "Y66511P: OUTCMIN HEADER DATE "
                Y34141D-CTL-BUSINESS-DATE " DOES NOT MATCH RUN DATE "
                WS-RUN-DATE " - WRONG FILE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF
        IF Y34141D-CTL-CYCLE-NBR NOT = WS-RUN-CYCLE
            DISPLAY "Y66511P: OUTCMIN HEADER CYCLE "
                Y34141D-CTL-CYCLE-NBR " DOES NOT MATCH RUN CYCLE "
                WS-RUN-CYCLE " - WRONG CYCLE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF.

    VALIDATE-OUTCMIN-TRAILER.
        SET WS-OUTCMIN-TRL-SEEN TO TRUE
        IF Y34141D-CTL-RECORD-COUNT NOT = WS-OUTCOMES-READ
            OR Y34141D-CTL-FUNC2-HASH NOT = WS-OUTCMIN-HASH
            DISPLAY "Y66511P: OUTCMIN TRAILER OUT OF BALANCE - TRAILER "
                Y34141D-CTL-RECORD-COUNT "/" Y34141D-CTL-FUNC2-HASH
                " ACCUMULATED " WS-OUTCOMES-READ "/" WS-OUTCMIN-HASH
            PERFORM ABEND-JOB
        END-IF.

    CONFIRM-OUTCMIN-COMPLETE.
        IF NOT WS-OUTCMIN-HDR-SEEN OR NOT WS-OUTCMIN-TRL-SEEN
            DISPLAY "Y66511P: OUTCMIN HEADER OR TRAILER MISSING - "
                "POSSIBLE TRUNCATED FILE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF.

    CHECK-PREDECESSOR.
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y66510P" TO Y34140D-CTL-PROGRAM-ID
            DISPLAY "Y66511P: PREDECESSOR Y66510P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34136P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y66511P: PREDECESSOR Y34136P NOT COMPLETE FOR "
                WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    READ-CYCLE-PARM.
        MOVE "Y66511P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        COMPUTE Y34140D-CTL-INPUT-COUNT =
            WS-RECORDS-READ + WS-OUTCOMES-READ
        MOVE WS-RECORDS-WRITTEN TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

        END-IF

        IF WS-ROUTE-FOUND
            PERFORM PARSE-ROUTED-PAYLOAD
        END-IF

        EVALUATE TRUE
            WHEN WS-ROUTE-FOUND AND WS-PAYLOAD-PARSES
                MOVE CORRESPONDING Y66510D-EVENTOUT-RECORD
                    TO Y66524D-ROUTED-EVENT-REC
                MOVE WS-ROUTE-LAYOUT-ID(WS-ROUTE-IDX)
                    TO Y66524D-ROUTE-LAYOUT-ID
                WRITE Y66524D-ROUTED-EVENT-REC
                ADD 1 TO WS-RECORDS-WRITTEN
            WHEN WS-ROUTE-FOUND
                MOVE CORRESPONDING Y66510D-EVENTOUT-RECORD
                    TO Y66525D-QUARANTINE-EVENT-REC
                MOVE "PAYLOAD DOES NOT PARSE AS ROUTED LAYOUT"
                    TO Y66525D-QUARANTINE-REASON
                WRITE Y66525D-QUARANTINE-EVENT-REC
                ADD 1 TO WS-RECORDS-WRITTEN
            WHEN OTHER
                MOVE CORRESPONDING Y66510D-EVENTOUT-RECORD
                    TO Y66525D-QUARANTINE-EVENT-REC
                MOVE "UNRECOGNIZED SCHEMA VERSION/SUBSYSTEM"
                    TO Y66525D-QUARANTINE-REASON
                WRITE Y66525D-QUARANTINE-EVENT-REC
                ADD 1 TO WS-RECORDS-WRITTEN
        END-EVALUATE.

      *> Y66540D is the posting-outcome layout; every other route
      *> carries the GTS payload.
    PARSE-ROUTED-PAYLOAD.
        SET WS-PAYLOAD-PARSES TO TRUE
        EVALUATE WS-ROUTE-LAYOUT-ID(WS-ROUTE-IDX)
            WHEN "Y66540D"
                MOVE Y66512D-EVENT-DATA OF Y66510D-EVENTOUT-RECORD
                    TO Y66540D-EVENT-DATA-CONTENT
                IF Y66540D-SETTLE-DATE IS NOT NUMERIC
                    OR Y66540D-AMOUNT IS NOT NUMERIC
                    OR NOT (Y66540D-OUTCOME-ACCEPTED
                            OR Y66540D-OUTCOME-REJECTED
                            OR Y66540D-OUTCOME-NO-ACK)
                    SET WS-PAYLOAD-PARSES TO FALSE
                END-IF
            WHEN OTHER
                MOVE Y66512D-EVENT-DATA OF Y66510D-EVENTOUT-RECORD
                    TO Y66522D-EVENT-DATA-CONTENT
                IF Y66522D-SETTLE-DATE IS NOT NUMERIC
                    OR Y66522D-BUSINESS-FUNC2 IS NOT NUMERIC
                    SET WS-PAYLOAD-PARSES TO FALSE
                END-IF
        END-EVALUATE.
