      *> their last-seen date (a previously-cleared item that shows
      *> up again is reopened with a fresh first-seen date, so its
      *> eventual days-to-clear measures the new occurrence, not the
      *> one already resolved). Every sighting also refreshes the
      *> item's Y34133D-MST-AMOUNT from Y34120D-BUSINESS-FUNC2 and
      *> its Y34133D-MST-CURRENCY-CODE from Y34120D-CURRENCY-CODE,
      *> the value Y34157P books to the loss account if the item is
      *> eventually written off.
      *>
      *> An item Y34157P has already written off that shows up in
      *> the feed again is a recovery: it is reopened the same way a
      *> cleared item is, flagged Y34133D-MST-RECOVERED with today's
      *> date (its write-off date is kept for the audit trail), and
      *> listed on RECOVRPT so finance can reverse the loss booked
      *> at month end. The RECOVRPT line is written before the
      *> sighting refreshes the amount and currency, so it carries
      *> the amount actually written off, not today's feed value.
      *>
      *> Pass 2 walks the master: any item still marked open whose
      *> last-seen date predates today was on the master but absent
      *> program's own accumulation. The check matters doubly here -
      *> a truncated feed would not just shorten a report, it would
      *> mark every item missing from the truncated tail as cleared.
      *>
      *> Every SUSPMST add and change - pass 1 and pass 2 alike - is
      *> preceded by a before-image on the shared update journal
      *> UPDJRNL (Y34173D-UPDATE-JRNL-REC, opened EXTEND so it
      *> accumulates across the stream) tagged with the business
      *> date, cycle and program ID, so if a wrong or duplicated
      *> GTSIN gets through after all, Y34161P can put the master
      *> back the way this run found it.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34133P.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34133D-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-STATUS.
        SELECT UPDJRNL ASSIGN TO "UPDJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UPDJRNL-STATUS.
        SELECT CLEARRPT ASSIGN TO "CLEARRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLEARRPT-STATUS.
        SELECT RECOVRPT ASSIGN TO "RECOVRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECOVRPT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  SUSPMST.
    COPY "y34133d.cpy".

    FD  UPDJRNL.
    COPY "y34173d.cpy".

    FD  CLEARRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 CLEARRPT-LINE                PIC X(132).

    FD  RECOVRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 RECOVRPT-LINE                PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-GTSIN-STATUS              PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-UPDJRNL-STATUS            PIC X(02) VALUE "00".
    01 WS-CLEARRPT-STATUS           PIC X(02) VALUE "00".
    01 WS-RECOVRPT-STATUS           PIC X(02) VALUE "00".

    01 WS-GTSIN-EOF-SWITCH          PIC X(01) VALUE "N".
        88 WS-END-OF-GTSIN                    VALUE "Y".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-JRN-SEQ-NBR               PIC 9(09) VALUE ZERO.
    01 WS-DAYS-TO-CLEAR             PIC S9(07) VALUE ZERO.

    01 WS-ADDED-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-STILL-OPEN-COUNT          PIC 9(09) VALUE ZERO.
    01 WS-CLEARED-COUNT             PIC 9(09) VALUE ZERO.
    01 WS-RECOVERED-COUNT           PIC 9(09) VALUE ZERO.

    01 WS-CLEARED-TABLE.
        05 WS-CLEARED-ENTRY OCCURS 500 TIMES
        05 FILLER                 PIC X(16) VALUE "CLEARED IN TOTAL".
        05 FILLER                 PIC X(04) VALUE SPACES.
        05 WS-TL-CLEARED-CNT      PIC ZZZ,ZZZ,ZZ9.
    01 WS-RCV-HEADING-1.
        05 FILLER  PIC X(37) VALUE "WRITTEN-OFF ITEMS RECOVERED - RUN DT ".
        05 WS-RH1-RUN-DATE PIC 9(08).
    01 WS-RCV-HEADING-2.
        05 FILLER  PIC X(10) VALUE "NETWORK-ID".
        05 FILLER  PIC X(10) VALUE "SETTLE-DT".
        05 FILLER  PIC X(14) VALUE "TRACE-ID".
        05 FILLER  PIC X(07) VALUE "ERR-NUM".
        05 FILLER  PIC X(16) VALUE " WRITTEN-OFF AMT".
        05 FILLER  PIC X(05) VALUE "  CCY".
        05 FILLER  PIC X(14) VALUE "  WRITTEN-OFF".
    01 WS-RCV-DETAIL-LINE.
        05 WS-RDL-NETW-ID         PIC X(10).
        05 WS-RDL-SETTLE-DATE     PIC 9(07).
        05 FILLER                 PIC X(03) VALUE SPACES.
        05 WS-RDL-TRACE-ID        PIC X(12).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-RDL-GTS-ERR-NUM     PIC 9(05).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-RDL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-RDL-CURRENCY-CODE   PIC X(03).
        05 FILLER                 PIC X(04) VALUE SPACES.
        05 WS-RDL-WRITEOFF-DATE   PIC 9(08).
    01 WS-RCV-TOTAL-LINE.
        05 FILLER                 PIC X(18) VALUE "RECOVERED IN TOTAL".
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-RTL-RECOVERED-CNT   PIC ZZZ,ZZZ,ZZ9.

    01 WS-INCOMPLETE-LINE.
        05 FILLER  PIC X(50) VALUE
            "** REPORT INCOMPLETE - CLEARED TABLE OVERFLOWED **".

        OPEN INPUT GTSIN
        OPEN I-O SUSPMST
        OPEN EXTEND UPDJRNL
        IF WS-UPDJRNL-STATUS NOT = "00"
                AND WS-UPDJRNL-STATUS NOT = "05"
            DISPLAY "Y34133P: OPEN FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF
        OPEN OUTPUT RECOVRPT
        MOVE WS-RUN-DATE TO WS-RH1-RUN-DATE
        WRITE RECOVRPT-LINE FROM WS-RCV-HEADING-1
        WRITE RECOVRPT-LINE FROM WS-RCV-HEADING-2

        PERFORM UNTIL WS-END-OF-GTSIN
            READ GTSIN
        PERFORM CONFIRM-GTSIN-COMPLETE
        CLOSE GTSIN

        MOVE WS-RECOVERED-COUNT TO WS-RTL-RECOVERED-CNT
        WRITE RECOVRPT-LINE FROM WS-RCV-TOTAL-LINE
        CLOSE RECOVRPT

        PERFORM CLEAR-ABSENT-MASTER-ITEMS
        CLOSE SUSPMST
        CLOSE UPDJRNL

        OPEN OUTPUT CLEARRPT
        PERFORM WRITE-CLEARED-REPORT
        DISPLAY "Y34133P: ADDED " WS-ADDED-COUNT
            " STILL OPEN " WS-STILL-OPEN-COUNT
            " CLEARED " WS-CLEARED-COUNT
            " RECOVERED " WS-RECOVERED-COUNT

        PERFORM RECORD-JOB-END
        STOP RUN.
        IF WS-MST-IS-NEW
            PERFORM ADD-NEW-MASTER-ITEM
        ELSE
            SET Y34173D-JRN-CHANGED TO TRUE
            PERFORM JOURNAL-MASTER-BEFORE-IMAGE
            IF Y34133D-MST-CLEARED
                MOVE WS-RUN-DATE TO Y34133D-MST-FIRST-SEEN-DATE
                MOVE ZERO TO Y34133D-MST-CLEARED-DATE
                SET Y34133D-MST-OPEN TO TRUE
            END-IF
            IF Y34133D-MST-WRITTEN-OFF
                PERFORM FLAG-RECOVERED-ITEM
            END-IF
            MOVE WS-RUN-DATE TO Y34133D-MST-LAST-SEEN-DATE
            MOVE Y34120D-GTS-ERR-NUM OF TPIPE-Message-Layout
                TO Y34133D-MST-GTS-ERR-NUM
            MOVE Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
                TO Y34133D-MST-AMOUNT
            MOVE Y34120D-CURRENCY-CODE OF TPIPE-Message-Layout
                TO Y34133D-MST-CURRENCY-CODE
            REWRITE Y34133D-SUSPENSE-MST-REC
                INVALID KEY
                    DISPLAY "Y34133P: REWRITE FAILED FOR SUSPMST KEY "
    ADD-NEW-MASTER-ITEM.
        MOVE Y34120D-SUSPENSE-KEY OF TPIPE-Message-Layout
            TO Y34133D-MST-SUSPENSE-KEY
        SET Y34173D-JRN-ADDED TO TRUE
        PERFORM JOURNAL-MASTER-BEFORE-IMAGE
        MOVE Y34120D-GTS-ERR-NUM OF TPIPE-Message-Layout
            TO Y34133D-MST-GTS-ERR-NUM
        MOVE WS-RUN-DATE TO Y34133D-MST-FIRST-SEEN-DATE
        MOVE WS-RUN-DATE TO Y34133D-MST-LAST-SEEN-DATE
        SET Y34133D-MST-OPEN TO TRUE
        MOVE ZERO TO Y34133D-MST-CLEARED-DATE
        MOVE Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
            TO Y34133D-MST-AMOUNT
        MOVE Y34120D-CURRENCY-CODE OF TPIPE-Message-Layout
            TO Y34133D-MST-CURRENCY-CODE
        MOVE ZERO TO Y34133D-MST-WRITEOFF-DATE
        SET Y34133D-MST-NOT-RECOVERED TO TRUE
        MOVE ZERO TO Y34133D-MST-RECOVERY-DATE
        WRITE Y34133D-SUSPENSE-MST-REC
            INVALID KEY
                DISPLAY "Y34133P: WRITE FAILED FOR SUSPMST KEY "
        END-WRITE
        ADD 1 TO WS-ADDED-COUNT.

    FLAG-RECOVERED-ITEM.
        MOVE WS-RUN-DATE TO Y34133D-MST-FIRST-SEEN-DATE
        SET Y34133D-MST-OPEN TO TRUE
        SET Y34133D-MST-RECOVERED TO TRUE
        MOVE WS-RUN-DATE TO Y34133D-MST-RECOVERY-DATE
        ADD 1 TO WS-RECOVERED-COUNT

        MOVE Y34133D-MST-NETW-ID TO WS-RDL-NETW-ID
        MOVE Y34133D-MST-SETTLE-DATE TO WS-RDL-SETTLE-DATE
        MOVE Y34133D-MST-TRACE-ID TO WS-RDL-TRACE-ID
        MOVE Y34133D-MST-GTS-ERR-NUM TO WS-RDL-GTS-ERR-NUM
        MOVE Y34133D-MST-AMOUNT TO WS-RDL-AMOUNT
        MOVE Y34133D-MST-CURRENCY-CODE TO WS-RDL-CURRENCY-CODE
        MOVE Y34133D-MST-WRITEOFF-DATE TO WS-RDL-WRITEOFF-DATE
        WRITE RECOVRPT-LINE FROM WS-RCV-DETAIL-LINE.

    CLEAR-ABSENT-MASTER-ITEMS.
        MOVE LOW-VALUES TO Y34133D-MST-SUSPENSE-KEY
        START SUSPMST KEY NOT < Y34133D-MST-SUSPENSE-KEY
        END-PERFORM.

    CLEAR-ONE-MASTER-ITEM.
        SET Y34173D-JRN-CHANGED TO TRUE
        PERFORM JOURNAL-MASTER-BEFORE-IMAGE
        SET Y34133D-MST-CLEARED TO TRUE
        MOVE WS-RUN-DATE TO Y34133D-MST-CLEARED-DATE
        REWRITE Y34133D-SUSPENSE-MST-REC
        IF WS-CLEAR-TABLE-FULL
            WRITE CLEARRPT-LINE FROM WS-INCOMPLETE-LINE
        END-IF.

      *> An added item has no before-image; backing it out deletes
      *> it.
    JOURNAL-MASTER-BEFORE-IMAGE.
        SET Y34173D-JRN-SUSPMST TO TRUE
        MOVE Y34133D-MST-SUSPENSE-KEY TO Y34173D-JRN-SUSPENSE-KEY
        IF Y34173D-JRN-ADDED
            MOVE SPACES TO Y34173D-JRN-BEFORE-IMAGE
        ELSE
            MOVE Y34133D-SUSPENSE-MST-REC TO Y34173D-JRN-BEFORE-IMAGE
        END-IF
        PERFORM WRITE-JOURNAL-RECORD.

      *> Stamps the run onto the journal record the caller has
      *> filled and writes it ahead of the master update it covers.
    WRITE-JOURNAL-RECORD.
        MOVE WS-RUN-DATE TO Y34173D-JRN-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34173D-JRN-CYCLE-NBR
        MOVE "Y34133P" TO Y34173D-JRN-PROGRAM-ID
        ACCEPT Y34173D-JRN-STAMP-DATE FROM DATE YYYYMMDD
        ACCEPT Y34173D-JRN-STAMP-TIME FROM TIME
        ADD 1 TO WS-JRN-SEQ-NBR
        MOVE WS-JRN-SEQ-NBR TO Y34173D-JRN-SEQ-NBR
        WRITE Y34173D-UPDATE-JRNL-REC
        IF WS-UPDJRNL-STATUS NOT = "00"
            DISPLAY "Y34133P: WRITE FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF.
