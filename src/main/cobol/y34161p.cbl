      *> ---------------------------------------------------------
      *> Y34161P - BUSINESS-DATE-BACKOUT
      *>
      *> Rolls one business date and cycle's updates back out of
      *> the suspense-keyed masters after a wrong or duplicated feed
      *> got through, instead of restoring SUSPMST, RETRYHIST,
      *> RCYHIST and CASEMST from the prior night's backup and
      *> losing everything else that ran since.
      *>
      *> Every program that updates those masters - Y34133P, Y34132P,
      *> Y34139P, Y34152P and Y34157P - writes a before-image to the
      *> shared update journal UPDJRNL (Y34173D-UPDATE-JRNL-REC)
      *> ahead of each add or change, tagged with its business date,
      *> cycle and program ID. BKOPARM (Y34174D-BACKOUT-PARM-REC)
      *> names the business date and cycle to back out; there is no
      *> default, and the job stops if the card is missing or not
      *> numeric.
      *>
      *> The journal is sorted by master, suspense key and time of
      *> update, dropping everything journaled before the chosen
      *> run. For each key the chosen run touched, its earliest
      *> before-image from that run is the row as the run found it:
      *> a row the run changed is rewritten from it (written back if
      *> housekeeping has since purged it), and a row the run added
      *> is deleted. Later updates the same run made to the key are
      *> superseded by that one restore.
      *>
      *> A key that a later date or cycle has also updated is NOT
      *> restored - putting the older image back would silently undo
      *> the later run's work too. It is printed with the later run
      *> that touched it; back the later runs out first (newest
      *> first) and rerun this one.
      *>
      *> Each program with journal entries for the chosen run then
      *> has its RUNCTL entry for that date and cycle marked BACKED
      *> OUT through Y34134P's "B" function, so every downstream
      *> predecessor check fails until the program is rerun.
      *>
      *> BKORPT lists every key restored, deleted or left alone -
      *> master, network, settle date, trace and the program whose
      *> update was undone - followed by the RUNCTL entries marked
      *> and the totals. The restores themselves are not journaled.
      *> Nothing else may update the masters while this runs.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34161P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT BKOPARM ASSIGN TO "BKOPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BKOPARM-STATUS.
        SELECT UPDJRNL ASSIGN TO "UPDJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UPDJRNL-STATUS.
        SELECT JRNSORT ASSIGN TO "JRNSORT".
        SELECT SUSPMST ASSIGN TO "SUSPMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34133D-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-STATUS.
        SELECT RETRYHIST ASSIGN TO "RETRYHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34132D-HIST-SUSPENSE-KEY
            FILE STATUS IS WS-RETRYHIST-STATUS.
        SELECT RCYHIST ASSIGN TO "RCYHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34149D-RCY-SUSPENSE-KEY
            FILE STATUS IS WS-RCYHIST-STATUS.
        SELECT CASEMST ASSIGN TO "CASEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34152D-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-STATUS.
        SELECT BKORPT ASSIGN TO "BKORPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKORPT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  BKOPARM.
    COPY "y34174d.cpy".

    FD  UPDJRNL.
    COPY "y34173d.cpy".

    SD  JRNSORT.
    01 Y34161D-JRNSORT-REC.
        05 Y34161D-SRT-FILE-NAME      PIC X(10).
        05 Y34161D-SRT-SUSPENSE-KEY.
           10 Y34161D-SRT-PAN         PIC X(23).
           10 Y34161D-SRT-SETTLE-DATE PIC 9(07).
           10 Y34161D-SRT-NETW-ID     PIC X(08).
           10 Y34161D-SRT-TRACE-ID    PIC X(12).
        05 Y34161D-SRT-BUSINESS-DATE  PIC 9(08).
        05 Y34161D-SRT-CYCLE-NBR      PIC 9(02).
        05 Y34161D-SRT-STAMP-DATE     PIC 9(08).
        05 Y34161D-SRT-STAMP-TIME     PIC 9(08).
        05 Y34161D-SRT-SEQ-NBR        PIC 9(09).
        05 Y34161D-SRT-PROGRAM-ID     PIC X(08).
        05 Y34161D-SRT-ACTION         PIC X(01).
           88 Y34161D-SRT-ADDED             VALUE "A".
        05 Y34161D-SRT-BEFORE-IMAGE   PIC X(200).

    FD  SUSPMST.
    COPY "y34133d.cpy".

    FD  RETRYHIST.
    COPY "y34132d.cpy".

    FD  RCYHIST.
    COPY "y34149d.cpy".

    FD  CASEMST.
    COPY "y34152d.cpy".

    FD  BKORPT
        RECORD CONTAINS 132 CHARACTERS.
    01 BKORPT-LINE                  PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-BKOPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-UPDJRNL-STATUS            PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-RETRYHIST-STATUS          PIC X(02) VALUE "00".
    01 WS-RCYHIST-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-BKORPT-STATUS             PIC X(02) VALUE "00".

    01 WS-UPDJRNL-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-UPDJRNL                  VALUE "Y".
    01 WS-JRNSORT-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-JRNSORT                  VALUE "Y".
    01 WS-PARM-FOUND-SWITCH         PIC X(01) VALUE "N".
        88 WS-PARM-FOUND                      VALUE "Y" FALSE "N".
    01 WS-GROUP-ACTIVE-SWITCH       PIC X(01) VALUE "N".
        88 WS-GROUP-IS-ACTIVE                 VALUE "Y" FALSE "N".
    01 WS-TARGET-FOUND-SWITCH       PIC X(01) VALUE "N".
        88 WS-TARGET-ENTRY-FOUND              VALUE "Y" FALSE "N".
    01 WS-LATER-FOUND-SWITCH        PIC X(01) VALUE "N".
        88 WS-LATER-ENTRY-FOUND               VALUE "Y" FALSE "N".
    01 WS-PGM-FOUND-SWITCH          PIC X(01) VALUE "N".
        88 WS-PROGRAM-FOUND                   VALUE "Y" FALSE "N".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-BACKOUT-DATE              PIC 9(08) VALUE ZERO.
    01 WS-BACKOUT-CYCLE             PIC 9(02) VALUE ZERO.

      *> The key group being worked, and the entry that restores it.
    01 WS-GROUP-FILE-NAME           PIC X(10) VALUE SPACES.
    01 WS-GROUP-SUSPENSE-KEY.
        05 WS-GROUP-PAN              PIC X(23).
        05 WS-GROUP-SETTLE-DATE      PIC 9(07).
        05 WS-GROUP-NETW-ID          PIC X(08).
        05 WS-GROUP-TRACE-ID         PIC X(12).
    01 WS-RESTORE-ACTION            PIC X(01) VALUE SPACE.
        88 WS-RESTORE-BY-DELETE               VALUE "A".
    01 WS-RESTORE-PROGRAM-ID        PIC X(08) VALUE SPACES.
    01 WS-RESTORE-IMAGE             PIC X(200) VALUE SPACES.
    01 WS-LATER-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
    01 WS-LATER-CYCLE-NBR           PIC 9(02) VALUE ZERO.
    01 WS-LATER-PROGRAM-ID          PIC X(08) VALUE SPACES.
    01 WS-RESTORE-OUTCOME           PIC X(24) VALUE SPACES.

    01 WS-PROGRAM-TABLE.
        05 WS-PROGRAM-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-PGM-IDX.
           10 WS-PGM-PROGRAM-ID       PIC X(08).
           10 WS-PGM-ENTRY-COUNT      PIC 9(09).
    01 WS-PROGRAM-COUNT              PIC 9(04) VALUE ZERO.

    01 WS-JOURNAL-READ              PIC 9(09) VALUE ZERO.
    01 WS-RUN-ENTRIES               PIC 9(09) VALUE ZERO.
    01 WS-KEYS-RESTORED             PIC 9(09) VALUE ZERO.
    01 WS-KEYS-DELETED              PIC 9(09) VALUE ZERO.
    01 WS-KEYS-REINSTATED           PIC 9(09) VALUE ZERO.
    01 WS-KEYS-ALREADY-GONE         PIC 9(09) VALUE ZERO.
    01 WS-KEYS-LEFT-ALONE           PIC 9(09) VALUE ZERO.
    01 WS-KEYS-TOUCHED              PIC 9(09) VALUE ZERO.
    01 WS-RUNS-MARKED               PIC 9(04) VALUE ZERO.

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        05 FILLER  PIC X(34) VALUE "MASTER FILE BACKOUT - BUSINESS DT ".
        05 WS-H1-BACKOUT-DATE     PIC 9(08).
        05 FILLER  PIC X(07) VALUE " CYCLE ".
        05 WS-H1-BACKOUT-CYCLE    PIC 9(02).
        05 FILLER  PIC X(08) VALUE "  RUN DT".
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-H1-RUN-DATE         PIC 9(08).
    01 WS-HEADING-2.
        05 FILLER  PIC X(11) VALUE "MASTER".
        05 FILLER  PIC X(10) VALUE "NETWORK".
        05 FILLER  PIC X(10) VALUE "SETTLE-DT".
        05 FILLER  PIC X(14) VALUE "TRACE-ID".
        05 FILLER  PIC X(10) VALUE "UPDATED BY".
        05 FILLER  PIC X(24) VALUE "OUTCOME".
    01 WS-DETAIL-LINE.
        05 WS-DL-FILE-NAME        PIC X(11).
        05 WS-DL-NETW-ID          PIC X(10).
        05 WS-DL-SETTLE-DATE      PIC 9(07).
        05 FILLER                 PIC X(03) VALUE SPACES.
        05 WS-DL-TRACE-ID         PIC X(14).
        05 WS-DL-PROGRAM-ID       PIC X(10).
        05 WS-DL-OUTCOME          PIC X(24).
        05 WS-DL-LATER-TEXT       PIC X(16).
        05 WS-DL-LATER-DATE       PIC X(08).
        05 WS-DL-LATER-SEP        PIC X(01).
        05 WS-DL-LATER-CYCLE      PIC X(02).
        05 FILLER                 PIC X(01) VALUE SPACES.
        05 WS-DL-LATER-PROGRAM    PIC X(08).
    01 WS-RUNCTL-LINE.
        05 FILLER  PIC X(14) VALUE "RUNCTL ENTRY  ".
        05 WS-RL-PROGRAM-ID       PIC X(08).
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-RL-BUSINESS-DATE    PIC 9(08).
        05 FILLER  PIC X(01) VALUE "/".
        05 WS-RL-CYCLE-NBR        PIC 9(02).
        05 FILLER  PIC X(02) VALUE SPACES.
        05 WS-RL-ENTRY-COUNT      PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(10) VALUE " UPDATES  ".
        05 WS-RL-OUTCOME          PIC X(30).
    01 WS-TOTAL-LINE-1.
        05 FILLER  PIC X(18) VALUE "JOURNAL READ      ".
        05 WS-T1-READ-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(18) VALUE "  FOR THIS RUN    ".
        05 WS-T1-RUN-CNT          PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  KEYS TOUCHED  ".
        05 WS-T1-TOUCHED-CNT      PIC ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-2.
        05 FILLER  PIC X(18) VALUE "RESTORED          ".
        05 WS-T2-RESTORED-CNT     PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(18) VALUE "  REINSTATED      ".
        05 WS-T2-REINSTATED-CNT   PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  DELETED       ".
        05 WS-T2-DELETED-CNT      PIC ZZZ,ZZZ,ZZ9.
    01 WS-TOTAL-LINE-3.
        05 FILLER  PIC X(18) VALUE "ALREADY GONE      ".
        05 WS-T3-GONE-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(18) VALUE "  NOT RESTORED    ".
        05 WS-T3-LEFT-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(16) VALUE "  RUNS MARKED   ".
        05 WS-T3-MARKED-CNT       PIC ZZZ,ZZZ,ZZ9.
    01 WS-NOTHING-LINE.
        05 FILLER  PIC X(50) VALUE
            "** NO JOURNAL ENTRIES FOR THIS DATE AND CYCLE **  ".
    01 WS-BLANK-LINE.
        05 FILLER  PIC X(01) VALUE SPACE.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM READ-BACKOUT-PARM
        PERFORM RECORD-JOB-START

        OPEN OUTPUT BKORPT
        MOVE WS-BACKOUT-DATE TO WS-H1-BACKOUT-DATE
        MOVE WS-BACKOUT-CYCLE TO WS-H1-BACKOUT-CYCLE
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        WRITE BKORPT-LINE FROM WS-HEADING-1
        WRITE BKORPT-LINE FROM WS-BLANK-LINE
        WRITE BKORPT-LINE FROM WS-HEADING-2

        SORT JRNSORT
            ON ASCENDING KEY Y34161D-SRT-FILE-NAME
                             Y34161D-SRT-SUSPENSE-KEY
                             Y34161D-SRT-BUSINESS-DATE
                             Y34161D-SRT-CYCLE-NBR
                             Y34161D-SRT-STAMP-DATE
                             Y34161D-SRT-STAMP-TIME
                             Y34161D-SRT-SEQ-NBR
            INPUT PROCEDURE IS SELECT-JOURNAL-ENTRIES
            OUTPUT PROCEDURE IS RESTORE-FROM-JOURNAL

        WRITE BKORPT-LINE FROM WS-BLANK-LINE
        IF WS-RUN-ENTRIES = ZERO
            WRITE BKORPT-LINE FROM WS-NOTHING-LINE
        ELSE
            PERFORM MARK-BACKED-OUT-RUNS
        END-IF

        WRITE BKORPT-LINE FROM WS-BLANK-LINE
        MOVE WS-JOURNAL-READ TO WS-T1-READ-CNT
        MOVE WS-RUN-ENTRIES TO WS-T1-RUN-CNT
        MOVE WS-KEYS-TOUCHED TO WS-T1-TOUCHED-CNT
        WRITE BKORPT-LINE FROM WS-TOTAL-LINE-1
        MOVE WS-KEYS-RESTORED TO WS-T2-RESTORED-CNT
        MOVE WS-KEYS-REINSTATED TO WS-T2-REINSTATED-CNT
        MOVE WS-KEYS-DELETED TO WS-T2-DELETED-CNT
        WRITE BKORPT-LINE FROM WS-TOTAL-LINE-2
        MOVE WS-KEYS-ALREADY-GONE TO WS-T3-GONE-CNT
        MOVE WS-KEYS-LEFT-ALONE TO WS-T3-LEFT-CNT
        MOVE WS-RUNS-MARKED TO WS-T3-MARKED-CNT
        WRITE BKORPT-LINE FROM WS-TOTAL-LINE-3
        CLOSE BKORPT

        DISPLAY "Y34161P: BACKED OUT " WS-BACKOUT-DATE "/"
            WS-BACKOUT-CYCLE
            " KEYS " WS-KEYS-TOUCHED
            " RESTORED " WS-KEYS-RESTORED
            " REINSTATED " WS-KEYS-REINSTATED
            " DELETED " WS-KEYS-DELETED
        IF WS-KEYS-LEFT-ALONE > ZERO
            DISPLAY "Y34161P: " WS-KEYS-LEFT-ALONE
                " KEYS NOT RESTORED - UPDATED BY A LATER RUN - "
                "SEE BKORPT"
        END-IF

        PERFORM RECORD-JOB-END
        STOP RUN.

    ABEND-JOB.
        MOVE 16 TO RETURN-CODE
        STOP RUN.

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

      *> Backing out the wrong run is worse than the bad feed, so
      *> there is no default date or cycle.
    READ-BACKOUT-PARM.
        SET WS-PARM-FOUND TO FALSE
        OPEN INPUT BKOPARM
        READ BKOPARM
            AT END
                CONTINUE
            NOT AT END
                IF Y34174D-PARM-BUSINESS-DATE IS NUMERIC
                    AND Y34174D-PARM-BUSINESS-DATE NOT = ZERO
                    AND Y34174D-PARM-CYCLE-NBR IS NUMERIC
                    AND Y34174D-PARM-CYCLE-NBR NOT = ZERO
                    MOVE Y34174D-PARM-BUSINESS-DATE
                        TO WS-BACKOUT-DATE
                    MOVE Y34174D-PARM-CYCLE-NBR
                        TO WS-BACKOUT-CYCLE
                    SET WS-PARM-FOUND TO TRUE
                END-IF
        END-READ
        CLOSE BKOPARM
        IF NOT WS-PARM-FOUND
            DISPLAY "Y34161P: BKOPARM MISSING OR INVALID - BUSINESS "
                "DATE AND CYCLE REQUIRED - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    RECORD-JOB-START.
        SET Y34140D-FUNC-START TO TRUE
        MOVE "Y34161P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34161P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-RUN-ENTRIES TO Y34140D-CTL-INPUT-COUNT
        COMPUTE Y34140D-CTL-OUTPUT-COUNT =
            WS-KEYS-RESTORED + WS-KEYS-REINSTATED + WS-KEYS-DELETED
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

      *> Entries from before the chosen run are never needed; those
      *> from later runs are kept only to detect keys the later
      *> runs also touched.
    SELECT-JOURNAL-ENTRIES.
        OPEN INPUT UPDJRNL
        PERFORM UNTIL WS-END-OF-UPDJRNL
            READ UPDJRNL
                AT END
                    SET WS-END-OF-UPDJRNL TO TRUE
                NOT AT END
                    ADD 1 TO WS-JOURNAL-READ
                    PERFORM SELECT-ONE-JOURNAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE UPDJRNL.

    SELECT-ONE-JOURNAL-ENTRY.
        IF Y34173D-JRN-BUSINESS-DATE > WS-BACKOUT-DATE
            OR (Y34173D-JRN-BUSINESS-DATE = WS-BACKOUT-DATE
                AND Y34173D-JRN-CYCLE-NBR NOT < WS-BACKOUT-CYCLE)
            IF Y34173D-JRN-BUSINESS-DATE = WS-BACKOUT-DATE
                AND Y34173D-JRN-CYCLE-NBR = WS-BACKOUT-CYCLE
                ADD 1 TO WS-RUN-ENTRIES
                PERFORM COUNT-PROGRAM-ENTRY
            END-IF
            MOVE Y34173D-JRN-FILE-NAME TO Y34161D-SRT-FILE-NAME
            MOVE Y34173D-JRN-SUSPENSE-KEY TO Y34161D-SRT-SUSPENSE-KEY
            MOVE Y34173D-JRN-BUSINESS-DATE TO Y34161D-SRT-BUSINESS-DATE
            MOVE Y34173D-JRN-CYCLE-NBR TO Y34161D-SRT-CYCLE-NBR
            MOVE Y34173D-JRN-STAMP-DATE TO Y34161D-SRT-STAMP-DATE
            MOVE Y34173D-JRN-STAMP-TIME TO Y34161D-SRT-STAMP-TIME
            MOVE Y34173D-JRN-SEQ-NBR TO Y34161D-SRT-SEQ-NBR
            MOVE Y34173D-JRN-PROGRAM-ID TO Y34161D-SRT-PROGRAM-ID
            MOVE Y34173D-JRN-ACTION TO Y34161D-SRT-ACTION
            MOVE Y34173D-JRN-BEFORE-IMAGE TO Y34161D-SRT-BEFORE-IMAGE
            RELEASE Y34161D-JRNSORT-REC
        END-IF.

    COUNT-PROGRAM-ENTRY.
        SET WS-PROGRAM-FOUND TO FALSE
        IF WS-PROGRAM-COUNT > 0
            SET WS-PGM-IDX TO 1
            SEARCH WS-PROGRAM-ENTRY
                AT END
                    CONTINUE
                WHEN WS-PGM-PROGRAM-ID(WS-PGM-IDX)
                        = Y34173D-JRN-PROGRAM-ID
                    SET WS-PROGRAM-FOUND TO TRUE
            END-SEARCH
        END-IF

        IF NOT WS-PROGRAM-FOUND
            IF WS-PROGRAM-COUNT < 20
                ADD 1 TO WS-PROGRAM-COUNT
                SET WS-PGM-IDX TO WS-PROGRAM-COUNT
                MOVE Y34173D-JRN-PROGRAM-ID
                    TO WS-PGM-PROGRAM-ID(WS-PGM-IDX)
                MOVE ZERO TO WS-PGM-ENTRY-COUNT(WS-PGM-IDX)
                SET WS-PROGRAM-FOUND TO TRUE
            ELSE
                DISPLAY "Y34161P: WS-PROGRAM-TABLE FULL AT 20 ENTRIES "
                    "- RUNCTL NOT MARKED FOR "
                    Y34173D-JRN-PROGRAM-ID
            END-IF
        END-IF

        IF WS-PROGRAM-FOUND
            ADD 1 TO WS-PGM-ENTRY-COUNT(WS-PGM-IDX)
        END-IF.

    RESTORE-FROM-JOURNAL.
        OPEN I-O SUSPMST
        OPEN I-O RETRYHIST
        OPEN I-O RCYHIST
        OPEN I-O CASEMST

        PERFORM UNTIL WS-END-OF-JRNSORT
            RETURN JRNSORT
                AT END
                    SET WS-END-OF-JRNSORT TO TRUE
                NOT AT END
                    PERFORM TAKE-ONE-JOURNAL-ENTRY
            END-RETURN
        END-PERFORM
        PERFORM FINISH-KEY-GROUP

        CLOSE SUSPMST
        CLOSE RETRYHIST
        CLOSE RCYHIST
        CLOSE CASEMST.

    TAKE-ONE-JOURNAL-ENTRY.
        IF NOT WS-GROUP-IS-ACTIVE
            OR Y34161D-SRT-FILE-NAME NOT = WS-GROUP-FILE-NAME
            OR Y34161D-SRT-SUSPENSE-KEY NOT = WS-GROUP-SUSPENSE-KEY
            PERFORM FINISH-KEY-GROUP
            SET WS-GROUP-IS-ACTIVE TO TRUE
            MOVE Y34161D-SRT-FILE-NAME TO WS-GROUP-FILE-NAME
            MOVE Y34161D-SRT-SUSPENSE-KEY TO WS-GROUP-SUSPENSE-KEY
            SET WS-TARGET-ENTRY-FOUND TO FALSE
            SET WS-LATER-ENTRY-FOUND TO FALSE
        END-IF

        IF Y34161D-SRT-BUSINESS-DATE = WS-BACKOUT-DATE
            AND Y34161D-SRT-CYCLE-NBR = WS-BACKOUT-CYCLE
            IF NOT WS-TARGET-ENTRY-FOUND
                SET WS-TARGET-ENTRY-FOUND TO TRUE
                MOVE Y34161D-SRT-ACTION TO WS-RESTORE-ACTION
                MOVE Y34161D-SRT-PROGRAM-ID TO WS-RESTORE-PROGRAM-ID
                MOVE Y34161D-SRT-BEFORE-IMAGE TO WS-RESTORE-IMAGE
            END-IF
        ELSE
            IF NOT WS-LATER-ENTRY-FOUND
                SET WS-LATER-ENTRY-FOUND TO TRUE
                MOVE Y34161D-SRT-BUSINESS-DATE
                    TO WS-LATER-BUSINESS-DATE
                MOVE Y34161D-SRT-CYCLE-NBR TO WS-LATER-CYCLE-NBR
                MOVE Y34161D-SRT-PROGRAM-ID TO WS-LATER-PROGRAM-ID
            END-IF
        END-IF.

      *> A key only a later run touched is not this backout's
      *> business and is passed over without a line.
    FINISH-KEY-GROUP.
        IF WS-GROUP-IS-ACTIVE AND WS-TARGET-ENTRY-FOUND
            ADD 1 TO WS-KEYS-TOUCHED
            MOVE SPACES TO WS-DL-LATER-TEXT
            MOVE SPACES TO WS-DL-LATER-DATE
            MOVE SPACES TO WS-DL-LATER-SEP
            MOVE SPACES TO WS-DL-LATER-CYCLE
            MOVE SPACES TO WS-DL-LATER-PROGRAM
            IF WS-LATER-ENTRY-FOUND
                MOVE "NOT RESTORED" TO WS-RESTORE-OUTCOME
                MOVE "LATER UPDATE BY" TO WS-DL-LATER-TEXT
                MOVE WS-LATER-BUSINESS-DATE TO WS-DL-LATER-DATE
                MOVE "/" TO WS-DL-LATER-SEP
                MOVE WS-LATER-CYCLE-NBR TO WS-DL-LATER-CYCLE
                MOVE WS-LATER-PROGRAM-ID TO WS-DL-LATER-PROGRAM
                ADD 1 TO WS-KEYS-LEFT-ALONE
            ELSE
                EVALUATE WS-GROUP-FILE-NAME
                    WHEN "SUSPMST"
                        PERFORM RESTORE-SUSPMST-ROW
                    WHEN "RETRYHIST"
                        PERFORM RESTORE-RETRYHIST-ROW
                    WHEN "RCYHIST"
                        PERFORM RESTORE-RCYHIST-ROW
                    WHEN "CASEMST"
                        PERFORM RESTORE-CASEMST-ROW
                    WHEN OTHER
                        MOVE "UNKNOWN MASTER - SKIPPED"
                            TO WS-RESTORE-OUTCOME
                        ADD 1 TO WS-KEYS-LEFT-ALONE
                END-EVALUATE
            END-IF
            PERFORM PRINT-RESTORED-KEY
        END-IF.

    PRINT-RESTORED-KEY.
        MOVE WS-GROUP-FILE-NAME TO WS-DL-FILE-NAME
        MOVE WS-GROUP-NETW-ID TO WS-DL-NETW-ID
        MOVE WS-GROUP-SETTLE-DATE TO WS-DL-SETTLE-DATE
        MOVE WS-GROUP-TRACE-ID TO WS-DL-TRACE-ID
        MOVE WS-RESTORE-PROGRAM-ID TO WS-DL-PROGRAM-ID
        MOVE WS-RESTORE-OUTCOME TO WS-DL-OUTCOME
        WRITE BKORPT-LINE FROM WS-DETAIL-LINE.

      *> The four restore paragraphs are the same shape: a row the
      *> run added is deleted; a row it changed is rewritten from
      *> the before-image, or written back if it has gone since.
    RESTORE-SUSPMST-ROW.
        IF WS-RESTORE-BY-DELETE
            MOVE WS-GROUP-SUSPENSE-KEY TO Y34133D-MST-SUSPENSE-KEY
            DELETE SUSPMST
                INVALID KEY
                    PERFORM COUNT-ALREADY-GONE
                NOT INVALID KEY
                    PERFORM COUNT-DELETED
            END-DELETE
        ELSE
            MOVE WS-RESTORE-IMAGE TO Y34133D-SUSPENSE-MST-REC
            REWRITE Y34133D-SUSPENSE-MST-REC
                INVALID KEY
                    WRITE Y34133D-SUSPENSE-MST-REC
                        INVALID KEY
                            PERFORM COUNT-RESTORE-FAILED
                        NOT INVALID KEY
                            PERFORM COUNT-REINSTATED
                    END-WRITE
                NOT INVALID KEY
                    PERFORM COUNT-RESTORED
            END-REWRITE
        END-IF.

    RESTORE-RETRYHIST-ROW.
        IF WS-RESTORE-BY-DELETE
            MOVE WS-GROUP-SUSPENSE-KEY TO Y34132D-HIST-SUSPENSE-KEY
            DELETE RETRYHIST
                INVALID KEY
                    PERFORM COUNT-ALREADY-GONE
                NOT INVALID KEY
                    PERFORM COUNT-DELETED
            END-DELETE
        ELSE
            MOVE WS-RESTORE-IMAGE TO Y34132D-RETRY-HIST-REC
            REWRITE Y34132D-RETRY-HIST-REC
                INVALID KEY
                    WRITE Y34132D-RETRY-HIST-REC
                        INVALID KEY
                            PERFORM COUNT-RESTORE-FAILED
                        NOT INVALID KEY
                            PERFORM COUNT-REINSTATED
                    END-WRITE
                NOT INVALID KEY
                    PERFORM COUNT-RESTORED
            END-REWRITE
        END-IF.

    RESTORE-RCYHIST-ROW.
        IF WS-RESTORE-BY-DELETE
            MOVE WS-GROUP-SUSPENSE-KEY TO Y34149D-RCY-SUSPENSE-KEY
            DELETE RCYHIST
                INVALID KEY
                    PERFORM COUNT-ALREADY-GONE
                NOT INVALID KEY
                    PERFORM COUNT-DELETED
            END-DELETE
        ELSE
            MOVE WS-RESTORE-IMAGE TO Y34149D-RECYCLE-HIST-REC
            REWRITE Y34149D-RECYCLE-HIST-REC
                INVALID KEY
                    WRITE Y34149D-RECYCLE-HIST-REC
                        INVALID KEY
                            PERFORM COUNT-RESTORE-FAILED
                        NOT INVALID KEY
                            PERFORM COUNT-REINSTATED
                    END-WRITE
                NOT INVALID KEY
                    PERFORM COUNT-RESTORED
            END-REWRITE
        END-IF.

    RESTORE-CASEMST-ROW.
        IF WS-RESTORE-BY-DELETE
            MOVE WS-GROUP-SUSPENSE-KEY TO Y34152D-CASE-SUSPENSE-KEY
            DELETE CASEMST
                INVALID KEY
                    PERFORM COUNT-ALREADY-GONE
                NOT INVALID KEY
                    PERFORM COUNT-DELETED
            END-DELETE
        ELSE
            MOVE WS-RESTORE-IMAGE TO Y34152D-SUSPENSE-CASE-REC
            REWRITE Y34152D-SUSPENSE-CASE-REC
                INVALID KEY
                    WRITE Y34152D-SUSPENSE-CASE-REC
                        INVALID KEY
                            PERFORM COUNT-RESTORE-FAILED
                        NOT INVALID KEY
                            PERFORM COUNT-REINSTATED
                    END-WRITE
                NOT INVALID KEY
                    PERFORM COUNT-RESTORED
            END-REWRITE
        END-IF.

    COUNT-RESTORED.
        MOVE "RESTORED" TO WS-RESTORE-OUTCOME
        ADD 1 TO WS-KEYS-RESTORED.

    COUNT-REINSTATED.
        MOVE "REINSTATED (WAS PURGED)" TO WS-RESTORE-OUTCOME
        ADD 1 TO WS-KEYS-REINSTATED.

    COUNT-DELETED.
        MOVE "DELETED (ADDED BY RUN)" TO WS-RESTORE-OUTCOME
        ADD 1 TO WS-KEYS-DELETED.

    COUNT-ALREADY-GONE.
        MOVE "ALREADY GONE" TO WS-RESTORE-OUTCOME
        ADD 1 TO WS-KEYS-ALREADY-GONE.

    COUNT-RESTORE-FAILED.
        MOVE "RESTORE FAILED" TO WS-RESTORE-OUTCOME
        ADD 1 TO WS-KEYS-LEFT-ALONE
        DISPLAY "Y34161P: RESTORE FAILED FOR " WS-GROUP-FILE-NAME
            " TRACE " WS-GROUP-TRACE-ID.

    MARK-BACKED-OUT-RUNS.
        PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
            SET Y34140D-FUNC-BACKOUT TO TRUE
            MOVE WS-PGM-PROGRAM-ID(WS-PGM-IDX)
                TO Y34140D-CTL-PROGRAM-ID
            MOVE WS-BACKOUT-DATE TO Y34140D-CTL-BUSINESS-DATE
            MOVE WS-BACKOUT-CYCLE TO Y34140D-CTL-CYCLE-NBR
            CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE

            MOVE WS-PGM-PROGRAM-ID(WS-PGM-IDX) TO WS-RL-PROGRAM-ID
            MOVE WS-BACKOUT-DATE TO WS-RL-BUSINESS-DATE
            MOVE WS-BACKOUT-CYCLE TO WS-RL-CYCLE-NBR
            MOVE WS-PGM-ENTRY-COUNT(WS-PGM-IDX) TO WS-RL-ENTRY-COUNT
            IF Y34140D-CTL-OK
                MOVE "MARKED BACKED OUT - RERUN DUE"
                    TO WS-RL-OUTCOME
                ADD 1 TO WS-RUNS-MARKED
            ELSE
                MOVE "NO RUNCTL ENTRY TO MARK" TO WS-RL-OUTCOME
            END-IF
            WRITE BKORPT-LINE FROM WS-RUNCTL-LINE
        END-PERFORM.
