      *> this program's own accumulation before any matching is
      *> trusted. The raw Hogan response feed has no such bracket -
      *> it arrives from the Hogan side as-is.
      *>
      *> When the posting ran partitioned, HOGANOUT is the single
      *> file Y34158P merged from the partition slices, and the
      *> predecessor is that merge step; a single-threaded night
      *> still runs straight off Y34124P. Either one COMPLETE for
      *> the date and cycle lets the reconciliation start.
      *>
      *> Every posting's outcome is also published to the event bus
      *> on OUTCMOUT (Y66510D-EVENTOUT-RECORD layout), so subscribers
      *> learn whether Hogan took the posting instead of customer
      *> channels calling us to ask. These are a second event type
      *> beside Y66510P's GTS events: their own
      *> Y66512D-SCHEMA-VERSION (02) and Y66512D-EVENT-SUBSYSTEM
      *> (HGN), registered on ROUTETBL against layout Y66540D, with
      *> a Y66540D-EVENT-DATA-CONTENT payload - the Hogan
      *> transaction, the PAN masked through Y66521P exactly as
      *> Y66510P does it, network, settle date, trace ID, amount and
      *> currency, and the outcome: A accepted, R rejected with the
      *> Y34142D reason code and description, or N no
      *> acknowledgment. Orphan responses have no posting and so no
      *> card to report on; they are not published. The owner,
      *> country, environment, SYSAFF and IMSID are carried over from
      *> the posting's own API-Message, so SUBSTBL entitlement by
      *> environment works the same as for the GTS event; each event
      *> gets its own event ID (H plus a run sequence) stamped with
      *> this run's date and time. OUTCMOUT is bracketed with the
      *> same Y34141D header and trailer as EVENTOUT, the trailer's
      *> hash being the total of the published amounts, so every
      *> consumer downstream can prove it received the whole day.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34136P.
        SELECT REJECTOUT ASSIGN TO "REJECTOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-REJECTOUT-STATUS.
        SELECT OUTCMOUT ASSIGN TO "OUTCMOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OUTCMOUT-STATUS.
        SELECT MATCHRPT ASSIGN TO "MATCHRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MATCHRPT-STATUS.
    FD  REJECTOUT.
    COPY "y34144d.cpy".

    FD  OUTCMOUT.
    COPY "y66523d.cpy"
        REPLACING ==Y66510D-EVENTOUT-RECORD== BY ==Y34136D-OUTCMOUT-REC==.

    FD  MATCHRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 MATCHRPT-LINE                PIC X(132).
    01 WS-RESPWK-STATUS             PIC X(02) VALUE "00".
    01 WS-NOACKOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-REJECTOUT-STATUS          PIC X(02) VALUE "00".
    01 WS-OUTCMOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-MATCHRPT-STATUS           PIC X(02) VALUE "00".

    01 WS-HOGANOUT-EOF-SWITCH       PIC X(01) VALUE "N".

    01 WS-MATCH-PCT-COMPUTE         PIC S9(05)V99 VALUE ZERO.

    01 WS-EVENTS-PUBLISHED          PIC 9(09) VALUE ZERO.
    01 WS-OUTCMOUT-HASH             PIC 9(16) VALUE ZERO.

    01 WS-OUTCOME-EVENT-IDENT.
        05 WS-OEV-SCHEMA-VERSION      PIC 9(02) VALUE 02.
        05 WS-OEV-SUBSYSTEM           PIC X(03) VALUE "HGN".
        05 WS-OEV-FIELD-NAME          PIC X(40)
                                      VALUE "HOGAN-POSTING-OUTCOME".
        05 WS-OEV-DATA-TYPE           PIC X(10) VALUE "PSTOUTCOME".
    01 WS-OEV-EVENT-ID.
        05 FILLER                     PIC X(01) VALUE "H".
        05 WS-OEV-SEQ-NBR             PIC 9(07) VALUE ZERO.
    01 WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
        05 WS-RUN-HH                  PIC 9(02).
        05 WS-RUN-MI                  PIC 9(02).
        05 WS-RUN-SS                  PIC 9(02).
        05 WS-RUN-CC                  PIC 9(02).
    01 WS-RUN-DATE-PARTS.
        05 WS-RUN-YYYY                PIC 9(04).
        05 WS-RUN-MM                  PIC 9(02).
        05 WS-RUN-DD                  PIC 9(02).
    01 WS-OEV-DATE-TIME.
        05 WS-OEV-EVENT-DATE.
           10 WS-OEV-YYYY             PIC 9(04).
           10 FILLER                  PIC X(01) VALUE "-".
           10 WS-OEV-MM               PIC 9(02).
           10 FILLER                  PIC X(01) VALUE "-".
           10 WS-OEV-DD               PIC 9(02).
        05 FILLER                     PIC X(01) VALUE SPACE.
        05 WS-OEV-EVENT-TIME.
           10 WS-OEV-HH               PIC 9(02).
           10 FILLER                  PIC X(01) VALUE ":".
           10 WS-OEV-MI               PIC 9(02).
           10 FILLER                  PIC X(01) VALUE ":".
           10 WS-OEV-SS               PIC 9(02).
        05 FILLER                     PIC X(01) VALUE SPACE.

    COPY "y66521d.cpy".
    COPY "y66540d.cpy".

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        OPEN INPUT RESPWK
        OPEN OUTPUT NOACKOUT
        OPEN OUTPUT REJECTOUT
        OPEN OUTPUT OUTCMOUT

        PERFORM SET-OUTCOME-EVENT-STAMP
        PERFORM WRITE-OUTCMOUT-HEADER

        PERFORM READ-NEXT-POSTING
        PERFORM READ-NEXT-RESPONSE
        PERFORM MATCH-ONE-PAIR
            UNTIL WS-END-OF-POSTWK AND WS-END-OF-RESPWK

        PERFORM WRITE-OUTCMOUT-TRAILER

        CLOSE POSTWK
        CLOSE RESPWK
        CLOSE NOACKOUT
        CLOSE REJECTOUT
        CLOSE OUTCMOUT

        OPEN OUTPUT MATCHRPT
        PERFORM WRITE-MATCH-REPORT
            " REJECTED " WS-REJECTED-COUNT
            " NO-ACK " WS-NOACK-COUNT
            " ORPHANS " WS-ORPHAN-COUNT
            " EVENTS " WS-EVENTS-PUBLISHED

        PERFORM RECORD-JOB-END
        STOP RUN.

    CHECK-PREDECESSOR.
        SET Y34140D-FUNC-CHECK TO TRUE
        MOVE "Y34158P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        IF Y34140D-CTL-NOT-OK
            SET Y34140D-FUNC-CHECK TO TRUE
            MOVE "Y34124P" TO Y34140D-CTL-PROGRAM-ID
            MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
            MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
            CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
        END-IF
        IF Y34140D-CTL-NOT-OK
            DISPLAY "Y34136P: PREDECESSOR Y34158P OR Y34124P NOT "
                "COMPLETE FOR " WS-RUN-DATE " - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

                ADD 1 TO WS-NETW-POSTED-CNT(WS-NETW-IDX)
                ADD 1 TO WS-NETW-ACKED-CNT(WS-NETW-IDX)
            END-IF
            SET Y66540D-OUTCOME-ACCEPTED TO TRUE
            MOVE SPACES TO Y66540D-REASON-CODE
            MOVE SPACES TO Y66540D-REASON-DESC
            PERFORM PUBLISH-POSTING-OUTCOME
        ELSE
            ADD 1 TO WS-REJECTED-COUNT
            IF WS-NETWORK-FOUND
                ADD 1 TO WS-NETW-REJECTED-CNT(WS-NETW-IDX)
            END-IF
            PERFORM WRITE-REJECT-EXCEPTION
            SET Y66540D-OUTCOME-REJECTED TO TRUE
            MOVE Y34142D-RESP-REASON-CODE OF Y34136D-RESPWK-REC
                TO Y66540D-REASON-CODE
            MOVE Y34142D-RESP-REASON-DESC OF Y34136D-RESPWK-REC
                TO Y66540D-REASON-DESC
            PERFORM PUBLISH-POSTING-OUTCOME
        END-IF.

    WRITE-NOACK-EXCEPTION.
            TO Y34143D-NOACK-EXCEPTION-REC
        MOVE "NO HOGAN ACKNOWLEDGMENT RECEIVED"
            TO Y34143D-NOACK-REASON
        WRITE Y34143D-NOACK-EXCEPTION-REC
        SET Y66540D-OUTCOME-NO-ACK TO TRUE
        MOVE SPACES TO Y66540D-REASON-CODE
        MOVE "NO HOGAN ACKNOWLEDGMENT RECEIVED" TO Y66540D-REASON-DESC
        PERFORM PUBLISH-POSTING-OUTCOME.

    WRITE-REJECT-EXCEPTION.
        MOVE CORRESPONDING Y34136D-POSTWK-REC
            TO Y34144D-REJ-REASON-DESC
        WRITE Y34144D-HOGAN-REJECT-REC.

    SET-OUTCOME-EVENT-STAMP.
        ACCEPT WS-RUN-TIME FROM TIME
        MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
        MOVE WS-RUN-YYYY TO WS-OEV-YYYY
        MOVE WS-RUN-MM TO WS-OEV-MM
        MOVE WS-RUN-DD TO WS-OEV-DD
        MOVE WS-RUN-HH TO WS-OEV-HH
        MOVE WS-RUN-MI TO WS-OEV-MI
        MOVE WS-RUN-SS TO WS-OEV-SS.

    WRITE-OUTCMOUT-HEADER.
        SET Y34141D-CTL-HEADER TO TRUE
        MOVE WS-RUN-DATE TO Y34141D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34141D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34141D-CTL-RECORD-COUNT
        MOVE ZERO TO Y34141D-CTL-FUNC2-HASH
        WRITE Y34136D-OUTCMOUT-REC FROM Y34141D-FILE-CONTROL-REC.

    WRITE-OUTCMOUT-TRAILER.
        SET Y34141D-CTL-TRAILER TO TRUE
        MOVE WS-RUN-DATE TO Y34141D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34141D-CTL-CYCLE-NBR
        MOVE WS-EVENTS-PUBLISHED TO Y34141D-CTL-RECORD-COUNT
        MOVE WS-OUTCMOUT-HASH TO Y34141D-CTL-FUNC2-HASH
        WRITE Y34136D-OUTCMOUT-REC FROM Y34141D-FILE-CONTROL-REC.

      *> The outcome, reason code and description are set by the
      *> caller; everything else comes from the posting itself.
    PUBLISH-POSTING-OUTCOME.
        MOVE CORRESPONDING API-Message OF Y34136D-POSTWK-REC
            TO Y34136D-OUTCMOUT-REC

        ADD 1 TO WS-OEV-SEQ-NBR
        MOVE WS-OEV-EVENT-ID
            TO Y66512D-EVENT-ID OF Y34136D-OUTCMOUT-REC
        MOVE WS-OEV-SCHEMA-VERSION
            TO Y66512D-SCHEMA-VERSION OF Y34136D-OUTCMOUT-REC
        MOVE WS-OEV-FIELD-NAME
            TO Y66512D-EVENT-FIELD-NAME OF Y34136D-OUTCMOUT-REC
        MOVE WS-OEV-SUBSYSTEM
            TO Y66512D-EVENT-SUBSYSTEM OF Y34136D-OUTCMOUT-REC
        MOVE WS-OEV-DATE-TIME
            TO Y66512D-DATE-TIME OF Y34136D-OUTCMOUT-REC
        MOVE WS-OEV-DATA-TYPE
            TO Y66512D-EVENT-DATA-TYPE OF Y34136D-OUTCMOUT-REC

        MOVE Y34120D-PAN OF Y34136D-POSTWK-REC
            TO Y66521D-PAN-IN
        CALL "Y66521P" USING Y66521D-PAN-MASK-LINKAGE

        MOVE Y34120D-BFUNC-R-HOGAN-TRAN OF Y34136D-POSTWK-REC
            TO Y66540D-BFUNC-R-HOGAN-TRAN
        MOVE Y66521D-PAN-OUT
            TO Y66540D-MASKED-PAN
        MOVE Y34120D-NETW-ID OF Y34136D-POSTWK-REC
            TO Y66540D-NETW-ID
        MOVE Y34120D-SETTLE-DATE OF Y34136D-POSTWK-REC
            TO Y66540D-SETTLE-DATE
        MOVE Y34120D-TRACE-ID OF Y34136D-POSTWK-REC
            TO Y66540D-TRACE-ID
        MOVE Y34120D-BUSINESS-FUNC2 OF Y34136D-POSTWK-REC
            TO Y66540D-AMOUNT
        MOVE Y34120D-CURRENCY-CODE OF Y34136D-POSTWK-REC
            TO Y66540D-CURRENCY-CODE

        MOVE Y66540D-EVENT-DATA-CONTENT
            TO Y66512D-EVENT-DATA OF Y34136D-OUTCMOUT-REC

        WRITE Y34136D-OUTCMOUT-REC
        ADD 1 TO WS-EVENTS-PUBLISHED
        ADD Y66540D-AMOUNT TO WS-OUTCMOUT-HASH.

    FIND-OR-ADD-NETWORK.
        SET WS-NETWORK-FOUND TO FALSE
        IF WS-NETWORK-COUNT > 0
