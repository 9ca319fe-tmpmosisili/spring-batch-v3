      *> stream leaves a footprint:
      *>
      *>   SUSPMST   (Y34133D) - first/last seen, error number,
      *>                         open/cleared/written-off status,
      *>                         cleared or write-off date;
      *>   RETRYHIST (Y34132D) - resubmission attempts and last
      *>                         attempt date;
      *>   NETPAIRS  (Y34145D) - whether the item was suppressed as
      *> first seen, error classification, retries, netting
      *> disposition, posting, acknowledgment, cleared date.
      *>
      *> Each block ends with what the event bus saw of the item.
      *> The trace cross-reference TRCXREF (Y66539D, kept by Y66514P)
      *> is walked once like the other masters; every row matching a
      *> card names an archive key the transaction was published
      *> under, and a keyed read of ARCHFILE says whether that event
      *> is still archived or has been purged. The permanent replay
      *> audit REPLAYAUD (Y66536D, written by Y66516P) is then passed
      *> once, and every audit record naming one of those archive
      *> keys shows who it was replayed to, when, and whether it was
      *> delivered or refused. Up to five events and five replays
      *> are listed per card, with a count of any beyond that.
      *>
      *> The files supplied are whichever day's generations the
      *> question is about, so the Y34141D control records on
      *> HOGANOUT are skipped but not balanced here - this is an
        SELECT REJECTOUT ASSIGN TO "REJECTOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-REJECTOUT-STATUS.
        SELECT TRCXREF ASSIGN TO "TRCXREF"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y66539D-XREF-KEY
            FILE STATUS IS WS-TRCXREF-STATUS.
        SELECT ARCHFILE ASSIGN TO "ARCHFILE"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y66532D-ARCHIVE-KEY
            FILE STATUS IS WS-ARCHFILE-STATUS.
        SELECT REPLAYAUD ASSIGN TO "REPLAYAUD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-REPLAYAUD-STATUS.
        SELECT LIFERPT ASSIGN TO "LIFERPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIFERPT-STATUS.
    FD  REJECTOUT.
    COPY "y34144d.cpy".

    FD  TRCXREF.
    COPY "y66539d.cpy".

    FD  ARCHFILE.
    COPY "y66532d.cpy".

    FD  REPLAYAUD.
    COPY "y66536d.cpy".

    FD  LIFERPT
        RECORD CONTAINS 132 CHARACTERS.
    01 LIFERPT-LINE                 PIC X(132).
    01 WS-HOGANOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-NOACKOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-REJECTOUT-STATUS          PIC X(02) VALUE "00".
    01 WS-TRCXREF-STATUS            PIC X(02) VALUE "00".
    01 WS-ARCHFILE-STATUS           PIC X(02) VALUE "00".
    01 WS-REPLAYAUD-STATUS          PIC X(02) VALUE "00".
    01 WS-LIFERPT-STATUS            PIC X(02) VALUE "00".

    01 WS-INQIN-EOF-SWITCH          PIC X(01) VALUE "N".
        88 WS-END-OF-NOACKOUT                 VALUE "Y".
    01 WS-REJECTOUT-EOF-SWITCH      PIC X(01) VALUE "N".
        88 WS-END-OF-REJECTOUT                VALUE "Y".
    01 WS-TRCXREF-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-TRCXREF                  VALUE "Y".
    01 WS-REPLAYAUD-EOF-SWITCH      PIC X(01) VALUE "N".
        88 WS-END-OF-REPLAYAUD                VALUE "Y".
    01 WS-ARCH-CHECKED-SWITCH       PIC X(01) VALUE "N".
        88 WS-ARCHIVE-CHECKED                 VALUE "Y" FALSE "N".
    01 WS-ARCH-FOUND-SWITCH         PIC X(01) VALUE "N".
        88 WS-STILL-ARCHIVED                  VALUE "Y" FALSE "N".
    01 WS-MATCH-SWITCH              PIC X(01) VALUE "N".
        88 WS-REQUEST-MATCHED                 VALUE "Y" FALSE "N".

           10 WS-REQ-MST-LAST-SEEN    PIC 9(08).
           10 WS-REQ-MST-STATUS       PIC X(01).
           10 WS-REQ-MST-CLEARED-DATE PIC 9(08).
           10 WS-REQ-MST-WRITEOFF-DATE PIC 9(08).
           10 WS-REQ-RETRY-FOUND-SW   PIC X(01).
           10 WS-REQ-RETRY-ATTEMPTS   PIC 9(03).
           10 WS-REQ-RETRY-LAST-DATE  PIC 9(08).
           10 WS-REQ-REJECT-SW        PIC X(01).
           10 WS-REQ-REJ-REASON-CODE  PIC X(08).
           10 WS-REQ-REJ-REASON-DESC  PIC X(40).
           10 WS-REQ-PUB-COUNT        PIC 9(04).
           10 WS-REQ-PUB-ENTRY OCCURS 5 TIMES
                              INDEXED BY WS-PUB-IDX.
              15 WS-REQ-PUB-ARCHIVE-KEY.
                 20 WS-REQ-PUB-EVENT-ID     PIC X(08).
                 20 WS-REQ-PUB-DATE-TIME    PIC X(20).
              15 WS-REQ-PUB-SUBSYSTEM       PIC X(03).
              15 WS-REQ-PUB-ARCHIVED-SW     PIC X(01).
           10 WS-REQ-RPL-COUNT        PIC 9(04).
           10 WS-REQ-RPL-ENTRY OCCURS 5 TIMES
                              INDEXED BY WS-RPL-IDX.
              15 WS-REQ-RPL-SUBSCRIBER      PIC X(20).
              15 WS-REQ-RPL-DATE            PIC 9(08).
              15 WS-REQ-RPL-EVENT-ID        PIC X(08).
              15 WS-REQ-RPL-OUTCOME         PIC X(01).
    01 WS-REQUEST-COUNT              PIC 9(04) VALUE ZERO.

    01 WS-CAND-SUSPENSE-KEY         PIC X(50) VALUE SPACES.
    01 WS-CAND-TRACE-ID             PIC X(12) VALUE SPACES.
    01 WS-CAND-ARCHIVE-KEY          PIC X(28) VALUE SPACES.
    01 WS-UNLISTED-COUNT            PIC 9(04) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-CLEARED-LINE.
        05 FILLER  PIC X(34) VALUE "  CLEARED DATE .................. ".
        05 WS-CL-CLEARED-DATE     PIC 9(08).
    01 WS-WRITTEN-OFF-LINE.
        05 FILLER  PIC X(46) VALUE
            "  CLEARED DATE .................. WRITTEN OFF ".
        05 WS-WO-WRITEOFF-DATE    PIC 9(08).
    01 WS-OPEN-LINE.
        05 FILLER  PIC X(44) VALUE
            "  CLEARED DATE .................. STILL OPEN".
    01 WS-PUB-LINE.
        05 FILLER  PIC X(34) VALUE "  PUBLISHED TO BUS .............. ".
        05 FILLER  PIC X(06) VALUE "EVENT ".
        05 WS-PB-EVENT-ID         PIC X(08).
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-PB-DATE-TIME        PIC X(20).
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-PB-SUBSYSTEM        PIC X(03).
        05 FILLER  PIC X(02) VALUE SPACES.
        05 WS-PB-ARCHIVE-STATUS   PIC X(20).
    01 WS-PUB-NONE-LINE.
        05 FILLER  PIC X(55) VALUE
            "  PUBLISHED TO BUS .............. NO ARCHIVED EVENT    ".
    01 WS-REPLAY-LINE.
        05 FILLER  PIC X(34) VALUE "  REPLAYED TO ................... ".
        05 WS-RP-SUBSCRIBER       PIC X(20).
        05 FILLER  PIC X(04) VALUE " ON ".
        05 WS-RP-DATE             PIC 9(08).
        05 FILLER  PIC X(07) VALUE " EVENT ".
        05 WS-RP-EVENT-ID         PIC X(08).
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-RP-OUTCOME          PIC X(10).
    01 WS-REPLAY-NONE-LINE.
        05 FILLER  PIC X(48) VALUE
            "  REPLAYED TO ................... NEVER REPLAYED".
    01 WS-UNLISTED-LINE.
        05 FILLER  PIC X(38) VALUE
            "                                  AND ".
        05 WS-UL-COUNT            PIC ZZZ9.
        05 FILLER  PIC X(14) VALUE " MORE UNLISTED".
    01 WS-BLANK-LINE.
        05 FILLER  PIC X(01) VALUE SPACE.

            PERFORM COLLECT-FROM-HOGANOUT
            PERFORM COLLECT-FROM-NOACKOUT
            PERFORM COLLECT-FROM-REJECTOUT
            PERFORM COLLECT-FROM-TRCXREF
            PERFORM COLLECT-FROM-REPLAYAUD
        END-IF

        OPEN OUTPUT LIFERPT
        MOVE ZERO TO WS-REQ-MST-FIRST-SEEN(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-MST-LAST-SEEN(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-MST-CLEARED-DATE(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-MST-WRITEOFF-DATE(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-RETRY-ATTEMPTS(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-RETRY-LAST-DATE(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-NET-DATE(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-POSTED-AMOUNT(WS-REQ-IDX)
        MOVE SPACE TO WS-REQ-MST-STATUS(WS-REQ-IDX)
        MOVE SPACES TO WS-REQ-REJ-REASON-CODE(WS-REQ-IDX)
        MOVE SPACES TO WS-REQ-REJ-REASON-DESC(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-PUB-COUNT(WS-REQ-IDX)
        MOVE ZERO TO WS-REQ-RPL-COUNT(WS-REQ-IDX).

      *> Tests the request entry under WS-REQ-IDX against the
      *> candidate key held in WS-CAND-SUSPENSE-KEY /
        MOVE Y34133D-MST-STATUS TO WS-REQ-MST-STATUS(WS-REQ-IDX)
        MOVE Y34133D-MST-CLEARED-DATE
            TO WS-REQ-MST-CLEARED-DATE(WS-REQ-IDX)
        MOVE Y34133D-MST-WRITEOFF-DATE
            TO WS-REQ-MST-WRITEOFF-DATE(WS-REQ-IDX)
        MOVE WS-CAND-SUSPENSE-KEY TO WS-REQ-SUSPENSE-KEY(WS-REQ-IDX).

    COLLECT-FROM-RETRYHIST.
            END-IF
        END-PERFORM.

    COLLECT-FROM-TRCXREF.
        OPEN INPUT TRCXREF
        OPEN INPUT ARCHFILE
        MOVE LOW-VALUES TO Y66539D-XREF-KEY
        START TRCXREF KEY NOT < Y66539D-XREF-KEY
            INVALID KEY
                SET WS-END-OF-TRCXREF TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-TRCXREF
            READ TRCXREF NEXT
                AT END
                    SET WS-END-OF-TRCXREF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    SET WS-ARCHIVE-CHECKED TO FALSE
                    PERFORM APPLY-XREF-FINDINGS
            END-READ
        END-PERFORM
        CLOSE TRCXREF
        CLOSE ARCHFILE.

      *> The cross-reference has no PAN, so a full-key card is
      *> matched on trace ID, settle date and network - the parts of
      *> the suspense key the cross-reference carries.
    APPLY-XREF-FINDINGS.
        PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
            SET WS-REQUEST-MATCHED TO FALSE
            IF WS-REQ-TRACE-ID(WS-REQ-IDX) = Y66539D-XREF-TRACE-ID
                IF WS-REQ-KEY-TYPE(WS-REQ-IDX) = "T"
                    SET WS-REQUEST-MATCHED TO TRUE
                ELSE
                    IF WS-REQ-SUSPENSE-KEY(WS-REQ-IDX)(24:7)
                            = Y66539D-XREF-SETTLE-DATE
                        AND WS-REQ-SUSPENSE-KEY(WS-REQ-IDX)(31:8)
                            = Y66539D-XREF-NETW-ID
                        SET WS-REQUEST-MATCHED TO TRUE
                    END-IF
                END-IF
            END-IF
            IF WS-REQUEST-MATCHED
                PERFORM STORE-XREF-FINDINGS
            END-IF
        END-PERFORM.

    STORE-XREF-FINDINGS.
        ADD 1 TO WS-REQ-PUB-COUNT(WS-REQ-IDX)
        IF WS-REQ-PUB-COUNT(WS-REQ-IDX) NOT > 5
            IF NOT WS-ARCHIVE-CHECKED
                PERFORM CHECK-STILL-ARCHIVED
            END-IF
            SET WS-PUB-IDX TO WS-REQ-PUB-COUNT(WS-REQ-IDX)
            MOVE Y66539D-XREF-ARCHIVE-KEY
                TO WS-REQ-PUB-ARCHIVE-KEY(WS-REQ-IDX, WS-PUB-IDX)
            MOVE Y66539D-XREF-EVENT-SUBSYSTEM
                TO WS-REQ-PUB-SUBSYSTEM(WS-REQ-IDX, WS-PUB-IDX)
            IF WS-STILL-ARCHIVED
                MOVE "Y" TO
                    WS-REQ-PUB-ARCHIVED-SW(WS-REQ-IDX, WS-PUB-IDX)
            ELSE
                MOVE "N" TO
                    WS-REQ-PUB-ARCHIVED-SW(WS-REQ-IDX, WS-PUB-IDX)
            END-IF
        END-IF.

    CHECK-STILL-ARCHIVED.
        SET WS-ARCHIVE-CHECKED TO TRUE
        MOVE Y66539D-XREF-ARCHIVE-KEY TO Y66532D-ARCHIVE-KEY
        READ ARCHFILE
            INVALID KEY
                SET WS-STILL-ARCHIVED TO FALSE
            NOT INVALID KEY
                SET WS-STILL-ARCHIVED TO TRUE
        END-READ.

    COLLECT-FROM-REPLAYAUD.
        OPEN INPUT REPLAYAUD
        PERFORM UNTIL WS-END-OF-REPLAYAUD
            READ REPLAYAUD
                AT END
                    SET WS-END-OF-REPLAYAUD TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    MOVE Y66536D-AUD-EVENT-ID
                        TO WS-CAND-ARCHIVE-KEY(1:8)
                    MOVE Y66536D-AUD-EVENT-DATE-TIME
                        TO WS-CAND-ARCHIVE-KEY(9:20)
                    PERFORM APPLY-REPLAY-FINDINGS
            END-READ
        END-PERFORM
        CLOSE REPLAYAUD.

    APPLY-REPLAY-FINDINGS.
        PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
            PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                    UNTIL WS-PUB-IDX > 5
                    OR WS-PUB-IDX > WS-REQ-PUB-COUNT(WS-REQ-IDX)
                IF WS-REQ-PUB-ARCHIVE-KEY(WS-REQ-IDX, WS-PUB-IDX)
                        = WS-CAND-ARCHIVE-KEY
                    AND Y66536D-AUD-EVENT-ID NOT = SPACES
                    PERFORM STORE-REPLAY-FINDINGS
                END-IF
            END-PERFORM
        END-PERFORM.

    STORE-REPLAY-FINDINGS.
        ADD 1 TO WS-REQ-RPL-COUNT(WS-REQ-IDX)
        IF WS-REQ-RPL-COUNT(WS-REQ-IDX) NOT > 5
            SET WS-RPL-IDX TO WS-REQ-RPL-COUNT(WS-REQ-IDX)
            MOVE Y66536D-AUD-SUBSCRIBER
                TO WS-REQ-RPL-SUBSCRIBER(WS-REQ-IDX, WS-RPL-IDX)
            MOVE Y66536D-AUD-DATE
                TO WS-REQ-RPL-DATE(WS-REQ-IDX, WS-RPL-IDX)
            MOVE Y66536D-AUD-EVENT-ID
                TO WS-REQ-RPL-EVENT-ID(WS-REQ-IDX, WS-RPL-IDX)
            MOVE Y66536D-AUD-OUTCOME
                TO WS-REQ-RPL-OUTCOME(WS-REQ-IDX, WS-RPL-IDX)
        END-IF.

    WRITE-LIFECYCLE-REPORT.
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        WRITE LIFERPT-LINE FROM WS-HEADING-1
            AND WS-REQ-POSTED-SW(WS-REQ-IDX) = "N"
            AND WS-REQ-NOACK-SW(WS-REQ-IDX) = "N"
            AND WS-REQ-REJECT-SW(WS-REQ-IDX) = "N"
            AND WS-REQ-PUB-COUNT(WS-REQ-IDX) = ZERO
            WRITE LIFERPT-LINE FROM WS-NO-HISTORY-LINE
        ELSE
            PERFORM WRITE-MASTER-LINES
            PERFORM WRITE-NETTING-LINE
            PERFORM WRITE-POSTING-LINES
            PERFORM WRITE-CLEARED-LINE
            PERFORM WRITE-PUBLICATION-LINES
            PERFORM WRITE-REPLAY-LINES
        END-IF

        WRITE LIFERPT-LINE FROM WS-BLANK-LINE

    WRITE-CLEARED-LINE.
        IF WS-REQ-MST-FOUND-SW(WS-REQ-IDX) = "Y"
            EVALUATE WS-REQ-MST-STATUS(WS-REQ-IDX)
                WHEN "C"
                    MOVE WS-REQ-MST-CLEARED-DATE(WS-REQ-IDX)
                        TO WS-CL-CLEARED-DATE
                    WRITE LIFERPT-LINE FROM WS-CLEARED-LINE
                WHEN "W"
                    MOVE WS-REQ-MST-WRITEOFF-DATE(WS-REQ-IDX)
                        TO WS-WO-WRITEOFF-DATE
                    WRITE LIFERPT-LINE FROM WS-WRITTEN-OFF-LINE
                WHEN OTHER
                    WRITE LIFERPT-LINE FROM WS-OPEN-LINE
            END-EVALUATE
        END-IF.

    WRITE-PUBLICATION-LINES.
        IF WS-REQ-PUB-COUNT(WS-REQ-IDX) = ZERO
            WRITE LIFERPT-LINE FROM WS-PUB-NONE-LINE
        ELSE
            PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                    UNTIL WS-PUB-IDX > 5
                    OR WS-PUB-IDX > WS-REQ-PUB-COUNT(WS-REQ-IDX)
                MOVE WS-REQ-PUB-EVENT-ID(WS-REQ-IDX, WS-PUB-IDX)
                    TO WS-PB-EVENT-ID
                MOVE WS-REQ-PUB-DATE-TIME(WS-REQ-IDX, WS-PUB-IDX)
                    TO WS-PB-DATE-TIME
                MOVE WS-REQ-PUB-SUBSYSTEM(WS-REQ-IDX, WS-PUB-IDX)
                    TO WS-PB-SUBSYSTEM
                IF WS-REQ-PUB-ARCHIVED-SW(WS-REQ-IDX, WS-PUB-IDX) = "Y"
                    MOVE "STILL ARCHIVED" TO WS-PB-ARCHIVE-STATUS
                ELSE
                    MOVE "PURGED FROM ARCHIVE" TO WS-PB-ARCHIVE-STATUS
                END-IF
                WRITE LIFERPT-LINE FROM WS-PUB-LINE
            END-PERFORM
            IF WS-REQ-PUB-COUNT(WS-REQ-IDX) > 5
                COMPUTE WS-UNLISTED-COUNT =
                    WS-REQ-PUB-COUNT(WS-REQ-IDX) - 5
                MOVE WS-UNLISTED-COUNT TO WS-UL-COUNT
                WRITE LIFERPT-LINE FROM WS-UNLISTED-LINE
            END-IF
        END-IF.

    WRITE-REPLAY-LINES.
        IF WS-REQ-RPL-COUNT(WS-REQ-IDX) = ZERO
            WRITE LIFERPT-LINE FROM WS-REPLAY-NONE-LINE
        ELSE
            PERFORM VARYING WS-RPL-IDX FROM 1 BY 1
                    UNTIL WS-RPL-IDX > 5
                    OR WS-RPL-IDX > WS-REQ-RPL-COUNT(WS-REQ-IDX)
                MOVE WS-REQ-RPL-SUBSCRIBER(WS-REQ-IDX, WS-RPL-IDX)
                    TO WS-RP-SUBSCRIBER
                MOVE WS-REQ-RPL-DATE(WS-REQ-IDX, WS-RPL-IDX)
                    TO WS-RP-DATE
                MOVE WS-REQ-RPL-EVENT-ID(WS-REQ-IDX, WS-RPL-IDX)
                    TO WS-RP-EVENT-ID
                EVALUATE WS-REQ-RPL-OUTCOME(WS-REQ-IDX, WS-RPL-IDX)
                    WHEN "D"
                        MOVE "DELIVERED" TO WS-RP-OUTCOME
                    WHEN "R"
                        MOVE "REFUSED" TO WS-RP-OUTCOME
                    WHEN OTHER
                        MOVE "NOT FOUND" TO WS-RP-OUTCOME
                END-EVALUATE
                WRITE LIFERPT-LINE FROM WS-REPLAY-LINE
            END-PERFORM
            IF WS-REQ-RPL-COUNT(WS-REQ-IDX) > 5
                COMPUTE WS-UNLISTED-COUNT =
                    WS-REQ-RPL-COUNT(WS-REQ-IDX) - 5
                MOVE WS-UNLISTED-COUNT TO WS-UL-COUNT
                WRITE LIFERPT-LINE FROM WS-UNLISTED-LINE
            END-IF
        END-IF.
