      *> EXTEND so it accumulates across runs) with requester,
      *> outcome, and timestamp, so the data-handling review has a
      *> complete record of who asked for what.
      *>
      *> A subscriber usually knows the transaction, not the event.
      *> A request with Y66516D-REPLAY-BY-TRACE set names a
      *> Y34120D-TRACE-ID instead, optionally narrowed by network
      *> and settle date; the trace cross-reference TRCXREF (Y66539D,
      *> written by Y66514P) is read from that trace onward and every
      *> archive key found under it is answered exactly as if the
      *> subscriber had asked for that event by ID - same entitlement
      *> check, one REPLAYOUT/REPLAYREJ record and one audit record
      *> per event. A trace with no cross-reference rows is answered
      *> not-found once. The requested trace ID is carried on every
      *> audit record it produced (Y66536D-AUD-TRACE-ID; blank for a
      *> request by event ID).
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y66516P.
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y66532D-ARCHIVE-KEY
            FILE STATUS IS WS-ARCHFILE-STATUS.
        SELECT TRCXREF ASSIGN TO "TRCXREF"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y66539D-XREF-KEY
            FILE STATUS IS WS-TRCXREF-STATUS.
        SELECT REPLAYOUT ASSIGN TO "REPLAYOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-REPLAYOUT-STATUS.
    FD  ARCHFILE.
    COPY "y66532d.cpy".

    FD  TRCXREF.
    COPY "y66539d.cpy".

    FD  REPLAYOUT.
    COPY "y66517d.cpy".

    01 WS-SUBSTBL-STATUS            PIC X(02) VALUE "00".
    01 WS-REPLAYIN-STATUS           PIC X(02) VALUE "00".
    01 WS-ARCHFILE-STATUS           PIC X(02) VALUE "00".
    01 WS-TRCXREF-STATUS            PIC X(02) VALUE "00".
    01 WS-REPLAYOUT-STATUS          PIC X(02) VALUE "00".
    01 WS-REPLAYREJ-STATUS          PIC X(02) VALUE "00".
    01 WS-REPLAYAUD-STATUS          PIC X(02) VALUE "00".
        88 WS-END-OF-SUBSTBL                  VALUE "Y".
    01 WS-REPLAYIN-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-REPLAYIN                 VALUE "Y".
    01 WS-TRCXREF-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-TRACE-ROWS               VALUE "Y" FALSE "N".

    01 WS-ENT-TABLE.
        05 WS-ENT-ENTRY OCCURS 200 TIMES
    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-WRITTEN           PIC 9(09) VALUE ZERO.
    01 WS-REJECTED-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-TRACE-HIT-COUNT           PIC 9(05) VALUE ZERO.

    COPY "y34140d.cpy".


        OPEN INPUT REPLAYIN
        OPEN INPUT ARCHFILE
        OPEN INPUT TRCXREF
        OPEN OUTPUT REPLAYOUT
        OPEN OUTPUT REPLAYREJ
        OPEN EXTEND REPLAYAUD

        CLOSE REPLAYIN
        CLOSE ARCHFILE
        CLOSE TRCXREF
        CLOSE REPLAYOUT
        CLOSE REPLAYREJ
        CLOSE REPLAYAUD
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    REPLAY-ONE-REQUEST.
        IF Y66516D-REPLAY-BY-TRACE
            PERFORM REPLAY-BY-TRACE
        ELSE
            PERFORM REPLAY-ONE-EVENT
        END-IF.

    REPLAY-BY-TRACE.
        MOVE ZERO TO WS-TRACE-HIT-COUNT
        SET WS-END-OF-TRACE-ROWS TO FALSE
        MOVE LOW-VALUES TO Y66539D-XREF-KEY
        MOVE Y66516D-REPLAY-TRACE-ID TO Y66539D-XREF-TRACE-ID
        START TRCXREF KEY NOT < Y66539D-XREF-KEY
            INVALID KEY
                SET WS-END-OF-TRACE-ROWS TO TRUE
        END-START

        PERFORM UNTIL WS-END-OF-TRACE-ROWS
            READ TRCXREF NEXT
                AT END
                    SET WS-END-OF-TRACE-ROWS TO TRUE
                NOT AT END
                    IF Y66539D-XREF-TRACE-ID
                            NOT = Y66516D-REPLAY-TRACE-ID
                        SET WS-END-OF-TRACE-ROWS TO TRUE
                    ELSE
                        PERFORM REPLAY-ONE-TRACE-ROW
                    END-IF
            END-READ
        END-PERFORM

        IF WS-TRACE-HIT-COUNT = ZERO
            MOVE SPACES TO Y66516D-REPLAY-EVENT-ID
            MOVE SPACES TO Y66516D-REPLAY-DATE-TIME
            PERFORM ANSWER-NOT-FOUND-REQUEST
        END-IF.

      *> A row under the right trace still has to match the network
      *> and settle date when the request supplied them.
    REPLAY-ONE-TRACE-ROW.
        IF (Y66516D-REPLAY-NETW-ID = SPACES
                OR Y66516D-REPLAY-NETW-ID = Y66539D-XREF-NETW-ID)
            AND (Y66516D-REPLAY-SETTLE-DATE IS NOT NUMERIC
                OR Y66516D-REPLAY-SETTLE-DATE = ZERO
                OR Y66516D-REPLAY-SETTLE-DATE
                    = Y66539D-XREF-SETTLE-DATE)
            ADD 1 TO WS-TRACE-HIT-COUNT
            MOVE Y66539D-XREF-EVENT-ID TO Y66516D-REPLAY-EVENT-ID
            MOVE Y66539D-XREF-EVENT-DATE-TIME
                TO Y66516D-REPLAY-DATE-TIME
            PERFORM REPLAY-ONE-EVENT
        END-IF.

    REPLAY-ONE-EVENT.
        MOVE Y66516D-REPLAY-EVENT-ID TO Y66532D-ARCH-EVENT-ID
        MOVE Y66516D-REPLAY-EVENT-DATE TO Y66532D-ARCH-EVENT-DATE
        MOVE Y66516D-REPLAY-EVENT-TIME TO Y66532D-ARCH-EVENT-TIME
        MOVE Y66516D-REPLAY-SUBSCRIBER TO Y66536D-AUD-SUBSCRIBER
        MOVE Y66516D-REPLAY-EVENT-ID TO Y66536D-AUD-EVENT-ID
        MOVE Y66516D-REPLAY-DATE-TIME TO Y66536D-AUD-EVENT-DATE-TIME
        IF Y66516D-REPLAY-BY-TRACE
            MOVE Y66516D-REPLAY-TRACE-ID TO Y66536D-AUD-TRACE-ID
        ELSE
            MOVE SPACES TO Y66536D-AUD-TRACE-ID
        END-IF
        WRITE Y66536D-REPLAY-AUDIT-REC.

    BUILD-FOUND-REPLAY.
