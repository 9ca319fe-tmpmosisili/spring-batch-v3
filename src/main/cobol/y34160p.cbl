      *> ---------------------------------------------------------
      *> Y34160P - MASTER-HOUSEKEEPING
      *>
      *> Ages rows out of the keyed masters that otherwise only
      *> grow - SUSPMST, CASEMST, RETRYHIST, RCYHIST, RUNHIST and
      *> RUNCTL - so Y34133P's pass 2 walk and Y34155P's norm
      *> averaging stop slowing down month on month. Each master is
      *> read sequentially by key and rebuilt into its -NEW cluster
      *> carrying forward every row that is not past retention, the
      *> same way Y66515P rebuilds ARCHFILE; the rebuilt clusters
      *> replace the old ones outside COBOL (IDCAMS REPRO/DELETE/
      *> DEFINE) once the step ends clean.
      *>
      *> How long each master keeps its aged rows comes from the
      *> maintained retention table RETNTBL (Y34171D-RETENTION-REC,
      *> kept through Y34138P's front door): a row past its file's
      *> retention days before the run date is a purge candidate.
      *> A master with no RETNTBL row is copied across unchanged.
      *> What "aged" means per file:
      *>
      *>   SUSPMST   - cleared on Y34133D-MST-CLEARED-DATE, or
      *>               written off on Y34133D-MST-WRITEOFF-DATE (or
      *>               the later recovery date); open items are
      *>               never purged;
      *>   CASEMST   - disposed on Y34152D-CASE-DISP-DATE; a case
      *>               with no disposition is never purged;
      *>   RETRYHIST - Y34132D-HIST-LAST-ATTEMPT-DATE;
      *>   RCYHIST   - Y34149D-RCY-LAST-ATTEMPT-DATE;
      *>   RUNHIST   - Y34156D-HIST-BUSINESS-DATE;
      *>   RUNCTL    - Y34134D-RUN-BUSINESS-DATE.
      *>
      *> Related rows are protected across files. An aged SUSPMST
      *> item is kept while CASEMST still has an undisposed case on
      *> its key, or while its RETRYHIST or RCYHIST row has an
      *> attempt newer than that history file's own retention (the
      *> SUSPMST retention if the history file has no RETNTBL row).
      *> SUSPMST is rebuilt first for that reason; the CASEMST,
      *> RETRYHIST and RCYHIST rebuilds then keep an aged row
      *> whenever its suspense item survived onto SUSPMST-NEW, so a
      *> case or history row is never left pointing at nothing the
      *> other way round either.
      *>
      *> Every purged row is written whole to the flat offload file
      *> PURGEOUT (Y34172D-PURGE-OFFLOAD-REC - file name, purge date
      *> and the row image) for the record-keeping archive. HKPRPT
      *> prints, per master, the retention applied, one line for
      *> every aged row that was kept and why, and the rows read,
      *> kept, purged and protected.
      *>
      *> RUNCTL is rebuilt last. This job's own RUNCTL entry is
      *> still STARTED when it is copied, so it is carried onto
      *> RUNCTL-NEW already stamped COMPLETE with the counts so far;
      *> the normal end-of-job call still updates the old cluster.
      *> The job belongs outside the batch window - nothing else may
      *> update these masters while it runs.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34160P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT RETNTBL ASSIGN TO "RETNTBL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RETNTBL-STATUS.
        SELECT SUSPMST ASSIGN TO "SUSPMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34133D-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-STATUS.
        SELECT SUSPMST-NEW ASSIGN TO "SUSPMST-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34133D-NEW-MST-SUSPENSE-KEY
            FILE STATUS IS WS-SUSPMST-NEW-STATUS.
        SELECT CASEMST ASSIGN TO "CASEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34152D-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-STATUS.
        SELECT CASEMST-NEW ASSIGN TO "CASEMST-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34152D-NEW-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-NEW-STATUS.
        SELECT RETRYHIST ASSIGN TO "RETRYHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34132D-HIST-SUSPENSE-KEY
            FILE STATUS IS WS-RETRYHIST-STATUS.
        SELECT RETRYHIST-NEW ASSIGN TO "RETRYHIST-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34132D-NEW-HIST-SUSPENSE-KEY
            FILE STATUS IS WS-RETRYHIST-NEW-STATUS.
        SELECT RCYHIST ASSIGN TO "RCYHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y34149D-RCY-SUSPENSE-KEY
            FILE STATUS IS WS-RCYHIST-STATUS.
        SELECT RCYHIST-NEW ASSIGN TO "RCYHIST-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34149D-NEW-RCY-SUSPENSE-KEY
            FILE STATUS IS WS-RCYHIST-NEW-STATUS.
        SELECT RUNHIST ASSIGN TO "RUNHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34156D-HIST-KEY
            FILE STATUS IS WS-RUNHIST-STATUS.
        SELECT RUNHIST-NEW ASSIGN TO "RUNHIST-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34156D-NEW-HIST-KEY
            FILE STATUS IS WS-RUNHIST-NEW-STATUS.
        SELECT RUNCTL ASSIGN TO "RUNCTL"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34134D-RUN-KEY
            FILE STATUS IS WS-RUNCTL-STATUS.
        SELECT RUNCTL-NEW ASSIGN TO "RUNCTL-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y34134D-NEW-RUN-KEY
            FILE STATUS IS WS-RUNCTL-NEW-STATUS.
        SELECT PURGEOUT ASSIGN TO "PURGEOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PURGEOUT-STATUS.
        SELECT HKPRPT ASSIGN TO "HKPRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HKPRPT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  RETNTBL.
    COPY "y34171d.cpy".

    FD  SUSPMST.
    COPY "y34133d.cpy".

    FD  SUSPMST-NEW.
    COPY "y34133d.cpy"
        REPLACING ==Y34133D-SUSPENSE-MST-REC==
               BY ==Y34133D-NEW-SUSPENSE-MST-REC==
                  ==Y34133D-MST-SUSPENSE-KEY==
               BY ==Y34133D-NEW-MST-SUSPENSE-KEY==.

    FD  CASEMST.
    COPY "y34152d.cpy".

    FD  CASEMST-NEW.
    COPY "y34152d.cpy"
        REPLACING ==Y34152D-SUSPENSE-CASE-REC==
               BY ==Y34152D-NEW-SUSPENSE-CASE-REC==
                  ==Y34152D-CASE-SUSPENSE-KEY==
               BY ==Y34152D-NEW-CASE-SUSPENSE-KEY==.

    FD  RETRYHIST.
    COPY "y34132d.cpy".

    FD  RETRYHIST-NEW.
    COPY "y34132d.cpy"
        REPLACING ==Y34132D-RETRY-HIST-REC==
               BY ==Y34132D-NEW-RETRY-HIST-REC==
                  ==Y34132D-HIST-SUSPENSE-KEY==
               BY ==Y34132D-NEW-HIST-SUSPENSE-KEY==.

    FD  RCYHIST.
    COPY "y34149d.cpy".

    FD  RCYHIST-NEW.
    COPY "y34149d.cpy"
        REPLACING ==Y34149D-RECYCLE-HIST-REC==
               BY ==Y34149D-NEW-RECYCLE-HIST-REC==
                  ==Y34149D-RCY-SUSPENSE-KEY==
               BY ==Y34149D-NEW-RCY-SUSPENSE-KEY==.

    FD  RUNHIST.
    COPY "y34156d.cpy".

    FD  RUNHIST-NEW.
    COPY "y34156d.cpy"
        REPLACING ==Y34156D-RUN-HIST-REC== BY ==Y34156D-NEW-RUN-HIST-REC==
                  ==Y34156D-HIST-KEY==     BY ==Y34156D-NEW-HIST-KEY==.

    FD  RUNCTL.
    COPY "y34134d.cpy".

    FD  RUNCTL-NEW.
    COPY "y34134d.cpy"
        REPLACING ==Y34134D-RUN-CONTROL-REC==
               BY ==Y34134D-NEW-RUN-CONTROL-REC==
                  ==Y34134D-RUN-KEY== BY ==Y34134D-NEW-RUN-KEY==.

    FD  PURGEOUT.
    COPY "y34172d.cpy".

    FD  HKPRPT
        RECORD CONTAINS 132 CHARACTERS.
    01 HKPRPT-LINE                  PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-RETNTBL-STATUS            PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-SUSPMST-NEW-STATUS        PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEMST-NEW-STATUS        PIC X(02) VALUE "00".
    01 WS-RETRYHIST-STATUS          PIC X(02) VALUE "00".
    01 WS-RETRYHIST-NEW-STATUS      PIC X(02) VALUE "00".
    01 WS-RCYHIST-STATUS            PIC X(02) VALUE "00".
    01 WS-RCYHIST-NEW-STATUS        PIC X(02) VALUE "00".
    01 WS-RUNHIST-STATUS            PIC X(02) VALUE "00".
    01 WS-RUNHIST-NEW-STATUS        PIC X(02) VALUE "00".
    01 WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
    01 WS-RUNCTL-NEW-STATUS         PIC X(02) VALUE "00".
    01 WS-PURGEOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-HKPRPT-STATUS             PIC X(02) VALUE "00".

    01 WS-RETNTBL-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-RETNTBL                  VALUE "Y".
    01 WS-SUSPMST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-SUSPMST                  VALUE "Y".
    01 WS-CASEMST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-CASEMST                  VALUE "Y".
    01 WS-RETRYHIST-EOF-SWITCH      PIC X(01) VALUE "N".
        88 WS-END-OF-RETRYHIST                VALUE "Y".
    01 WS-RCYHIST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-RCYHIST                  VALUE "Y".
    01 WS-RUNHIST-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-RUNHIST                  VALUE "Y".
    01 WS-RUNCTL-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-RUNCTL                   VALUE "Y".

    01 WS-RETENTION-FOUND-SWITCH    PIC X(01) VALUE "N".
        88 WS-RETENTION-FOUND                 VALUE "Y" FALSE "N".
    01 WS-ROW-AGED-SWITCH           PIC X(01) VALUE "N".
        88 WS-ROW-IS-AGED                     VALUE "Y" FALSE "N".
    01 WS-ROW-PROTECTED-SWITCH      PIC X(01) VALUE "N".
        88 WS-ROW-IS-PROTECTED                VALUE "Y" FALSE "N".

    01 WS-RET-TABLE.
        05 WS-RET-ENTRY OCCURS 20 TIMES
                         INDEXED BY WS-RET-IDX.
           10 WS-RET-FILE-NAME        PIC X(10).
           10 WS-RET-DAYS             PIC 9(05).
    01 WS-RET-COUNT                  PIC 9(04) VALUE ZERO.

    01 WS-LOOKUP-FILE-NAME          PIC X(10) VALUE SPACES.
    01 WS-RETENTION-DAYS            PIC 9(05) VALUE ZERO.
    01 WS-CUTOFF-DATE               PIC 9(08) VALUE ZERO.
    01 WS-SUSPMST-CUTOFF            PIC 9(08) VALUE ZERO.
    01 WS-RETRY-CUTOFF              PIC 9(08) VALUE ZERO.
    01 WS-RCY-CUTOFF                PIC 9(08) VALUE ZERO.
    01 WS-AGED-DATE                 PIC 9(08) VALUE ZERO.
    01 WS-PROTECT-REASON            PIC X(40) VALUE SPACES.
    01 WS-PROTECT-NETW-ID           PIC X(08) VALUE SPACES.
    01 WS-PROTECT-SETTLE-DATE       PIC 9(07) VALUE ZERO.
    01 WS-PROTECT-TRACE-ID          PIC X(12) VALUE SPACES.
    01 WS-CURRENT-TIME              PIC 9(08) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-FILE-READ                 PIC 9(09) VALUE ZERO.
    01 WS-FILE-KEPT                 PIC 9(09) VALUE ZERO.
    01 WS-FILE-PURGED               PIC 9(09) VALUE ZERO.
    01 WS-FILE-PROTECTED            PIC 9(09) VALUE ZERO.
    01 WS-TOTAL-READ                PIC 9(09) VALUE ZERO.
    01 WS-TOTAL-KEPT                PIC 9(09) VALUE ZERO.
    01 WS-TOTAL-PURGED              PIC 9(09) VALUE ZERO.

    COPY "y34140d.cpy".

    01 WS-HEADING-1.
        05 FILLER  PIC X(40) VALUE
            "MASTER FILE RETENTION HOUSEKEEPING - RUN".
        05 FILLER  PIC X(04) VALUE " DT ".
        05 WS-H1-RUN-DATE PIC 9(08).
    01 WS-FILE-LINE.
        05 FILLER  PIC X(05) VALUE "FILE ".
        05 WS-FL-FILE-NAME        PIC X(10).
        05 FILLER  PIC X(11) VALUE " RETENTION ".
        05 WS-FL-DAYS             PIC ZZZZ9.
        05 FILLER  PIC X(13) VALUE " DAYS  CUTOFF".
        05 FILLER  PIC X(01) VALUE SPACE.
        05 WS-FL-CUTOFF-DATE      PIC 9(08).
    01 WS-NO-RETENTION-LINE.
        05 FILLER  PIC X(05) VALUE "FILE ".
        05 WS-NR-FILE-NAME        PIC X(10).
        05 FILLER  PIC X(44) VALUE
            " NO RETNTBL ROW - COPIED ACROSS UNCHANGED   ".
    01 WS-PROTECT-LINE.
        05 FILLER  PIC X(16) VALUE "  KEPT  NETWORK ".
        05 WS-PR-NETW-ID          PIC X(08).
        05 FILLER  PIC X(08) VALUE " SETTLE ".
        05 WS-PR-SETTLE-DATE      PIC 9(07).
        05 FILLER  PIC X(07) VALUE " TRACE ".
        05 WS-PR-TRACE-ID         PIC X(12).
        05 FILLER  PIC X(10) VALUE "  REASON: ".
        05 WS-PR-REASON           PIC X(40).
    01 WS-FILE-TOTAL-LINE.
        05 FILLER  PIC X(07) VALUE "  READ ".
        05 WS-FT-READ-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(07) VALUE "  KEPT ".
        05 WS-FT-KEPT-CNT         PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(09) VALUE "  PURGED ".
        05 WS-FT-PURGED-CNT       PIC ZZZ,ZZZ,ZZ9.
        05 FILLER  PIC X(12) VALUE "  PROTECTED ".
        05 WS-FT-PROTECTED-CNT    PIC ZZZ,ZZZ,ZZ9.
    01 WS-BLANK-LINE.
        05 FILLER  PIC X(01) VALUE SPACE.

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM RECORD-JOB-START
        PERFORM LOAD-RETENTION-TABLE

        OPEN OUTPUT PURGEOUT
        OPEN OUTPUT HKPRPT
        MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
        WRITE HKPRPT-LINE FROM WS-HEADING-1
        WRITE HKPRPT-LINE FROM WS-BLANK-LINE

        PERFORM HOUSEKEEP-SUSPMST
        PERFORM HOUSEKEEP-CASEMST
        PERFORM HOUSEKEEP-RETRYHIST
        PERFORM HOUSEKEEP-RCYHIST
        PERFORM HOUSEKEEP-RUNHIST
        PERFORM HOUSEKEEP-RUNCTL

        CLOSE PURGEOUT
        CLOSE HKPRPT

        DISPLAY "Y34160P: READ " WS-TOTAL-READ
            " KEPT " WS-TOTAL-KEPT
            " PURGED " WS-TOTAL-PURGED

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

    RECORD-JOB-START.
        SET Y34140D-FUNC-START TO TRUE
        MOVE "Y34160P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34160P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-TOTAL-READ TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-TOTAL-KEPT TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    LOAD-RETENTION-TABLE.
        OPEN INPUT RETNTBL
        PERFORM UNTIL WS-END-OF-RETNTBL
            READ RETNTBL
                AT END
                    SET WS-END-OF-RETNTBL TO TRUE
                NOT AT END
                    IF WS-RET-COUNT < 20
                        ADD 1 TO WS-RET-COUNT
                        SET WS-RET-IDX TO WS-RET-COUNT
                        MOVE Y34171D-RET-FILE-NAME
                            TO WS-RET-FILE-NAME(WS-RET-IDX)
                        MOVE Y34171D-RET-DAYS
                            TO WS-RET-DAYS(WS-RET-IDX)
                    ELSE
                        DISPLAY "Y34160P: WS-RET-TABLE FULL AT 20 "
                            "ENTRIES - IGNORING REMAINING RETNTBL ROWS"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETNTBL.

      *> Looks up WS-LOOKUP-FILE-NAME on the retention table and
      *> sets WS-CUTOFF-DATE: a row dated before the cutoff is past
      *> retention. No row leaves the cutoff at zero so nothing on
      *> that file ages.
    LOOKUP-RETENTION.
        SET WS-RETENTION-FOUND TO FALSE
        MOVE ZERO TO WS-RETENTION-DAYS
        MOVE ZERO TO WS-CUTOFF-DATE
        IF WS-RET-COUNT > 0
            SET WS-RET-IDX TO 1
            SEARCH WS-RET-ENTRY
                AT END
                    CONTINUE
                WHEN WS-RET-FILE-NAME(WS-RET-IDX) = WS-LOOKUP-FILE-NAME
                    SET WS-RETENTION-FOUND TO TRUE
                    MOVE WS-RET-DAYS(WS-RET-IDX) TO WS-RETENTION-DAYS
            END-SEARCH
        END-IF
        IF WS-RETENTION-FOUND
            COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - WS-RETENTION-DAYS)
        END-IF.

    START-FILE-SECTION.
        MOVE ZERO TO WS-FILE-READ
        MOVE ZERO TO WS-FILE-KEPT
        MOVE ZERO TO WS-FILE-PURGED
        MOVE ZERO TO WS-FILE-PROTECTED
        PERFORM LOOKUP-RETENTION
        IF WS-RETENTION-FOUND
            MOVE WS-LOOKUP-FILE-NAME TO WS-FL-FILE-NAME
            MOVE WS-RETENTION-DAYS TO WS-FL-DAYS
            MOVE WS-CUTOFF-DATE TO WS-FL-CUTOFF-DATE
            WRITE HKPRPT-LINE FROM WS-FILE-LINE
        ELSE
            MOVE WS-LOOKUP-FILE-NAME TO WS-NR-FILE-NAME
            WRITE HKPRPT-LINE FROM WS-NO-RETENTION-LINE
        END-IF.

    END-FILE-SECTION.
        MOVE WS-FILE-READ TO WS-FT-READ-CNT
        MOVE WS-FILE-KEPT TO WS-FT-KEPT-CNT
        MOVE WS-FILE-PURGED TO WS-FT-PURGED-CNT
        MOVE WS-FILE-PROTECTED TO WS-FT-PROTECTED-CNT
        WRITE HKPRPT-LINE FROM WS-FILE-TOTAL-LINE
        WRITE HKPRPT-LINE FROM WS-BLANK-LINE
        ADD WS-FILE-READ TO WS-TOTAL-READ
        ADD WS-FILE-KEPT TO WS-TOTAL-KEPT
        ADD WS-FILE-PURGED TO WS-TOTAL-PURGED
        DISPLAY "Y34160P: " WS-LOOKUP-FILE-NAME
            " READ " WS-FILE-READ
            " KEPT " WS-FILE-KEPT
            " PURGED " WS-FILE-PURGED
            " PROTECTED " WS-FILE-PROTECTED.

      *> An aged row that is kept anyway prints one line per reason
      *> but counts once as protected.
    RECORD-PROTECTION.
        IF NOT WS-ROW-IS-PROTECTED
            SET WS-ROW-IS-PROTECTED TO TRUE
            ADD 1 TO WS-FILE-PROTECTED
        END-IF
        MOVE WS-PROTECT-NETW-ID TO WS-PR-NETW-ID
        MOVE WS-PROTECT-SETTLE-DATE TO WS-PR-SETTLE-DATE
        MOVE WS-PROTECT-TRACE-ID TO WS-PR-TRACE-ID
        MOVE WS-PROTECT-REASON TO WS-PR-REASON
        WRITE HKPRPT-LINE FROM WS-PROTECT-LINE.

    WRITE-OFFLOAD-ROW.
        MOVE WS-LOOKUP-FILE-NAME TO Y34172D-OFF-FILE-NAME
        MOVE WS-RUN-DATE TO Y34172D-OFF-PURGE-DATE
        WRITE Y34172D-PURGE-OFFLOAD-REC
        IF WS-PURGEOUT-STATUS NOT = "00"
            DISPLAY "Y34160P: WRITE FAILED FOR PURGEOUT - STATUS "
                WS-PURGEOUT-STATUS
            PERFORM ABEND-JOB
        END-IF
        ADD 1 TO WS-FILE-PURGED.

      *> ---------------------------------------------------------
      *> SUSPMST - rebuilt first; the other three suspense-keyed
      *> masters protect against what survives here.
      *> ---------------------------------------------------------
    HOUSEKEEP-SUSPMST.
        MOVE "RETRYHIST" TO WS-LOOKUP-FILE-NAME
        PERFORM LOOKUP-RETENTION
        MOVE WS-CUTOFF-DATE TO WS-RETRY-CUTOFF
        MOVE "RCYHIST" TO WS-LOOKUP-FILE-NAME
        PERFORM LOOKUP-RETENTION
        MOVE WS-CUTOFF-DATE TO WS-RCY-CUTOFF

        MOVE "SUSPMST" TO WS-LOOKUP-FILE-NAME
        PERFORM START-FILE-SECTION
        MOVE WS-CUTOFF-DATE TO WS-SUSPMST-CUTOFF
        IF WS-RETRY-CUTOFF = ZERO
            MOVE WS-SUSPMST-CUTOFF TO WS-RETRY-CUTOFF
        END-IF
        IF WS-RCY-CUTOFF = ZERO
            MOVE WS-SUSPMST-CUTOFF TO WS-RCY-CUTOFF
        END-IF

        OPEN INPUT SUSPMST
        OPEN OUTPUT SUSPMST-NEW
        OPEN INPUT CASEMST
        OPEN INPUT RETRYHIST
        OPEN INPUT RCYHIST

        PERFORM UNTIL WS-END-OF-SUSPMST
            READ SUSPMST
                AT END
                    SET WS-END-OF-SUSPMST TO TRUE
                NOT AT END
                    ADD 1 TO WS-FILE-READ
                    PERFORM KEEP-OR-PURGE-SUSPENSE-ITEM
            END-READ
        END-PERFORM

        CLOSE SUSPMST
        CLOSE SUSPMST-NEW
        CLOSE CASEMST
        CLOSE RETRYHIST
        CLOSE RCYHIST
        PERFORM END-FILE-SECTION.

    KEEP-OR-PURGE-SUSPENSE-ITEM.
        SET WS-ROW-IS-AGED TO FALSE
        SET WS-ROW-IS-PROTECTED TO FALSE
        IF WS-RETENTION-FOUND
            EVALUATE TRUE
                WHEN Y34133D-MST-CLEARED OF Y34133D-SUSPENSE-MST-REC
                    MOVE Y34133D-MST-CLEARED-DATE
                            OF Y34133D-SUSPENSE-MST-REC
                        TO WS-AGED-DATE
                    SET WS-ROW-IS-AGED TO TRUE
                WHEN Y34133D-MST-WRITTEN-OFF
                        OF Y34133D-SUSPENSE-MST-REC
                    MOVE Y34133D-MST-WRITEOFF-DATE
                            OF Y34133D-SUSPENSE-MST-REC
                        TO WS-AGED-DATE
                    IF Y34133D-MST-RECOVERED OF Y34133D-SUSPENSE-MST-REC
                        AND Y34133D-MST-RECOVERY-DATE
                            OF Y34133D-SUSPENSE-MST-REC > WS-AGED-DATE
                        MOVE Y34133D-MST-RECOVERY-DATE
                                OF Y34133D-SUSPENSE-MST-REC
                            TO WS-AGED-DATE
                    END-IF
                    SET WS-ROW-IS-AGED TO TRUE
            END-EVALUATE
            IF WS-ROW-IS-AGED AND WS-AGED-DATE NOT < WS-CUTOFF-DATE
                SET WS-ROW-IS-AGED TO FALSE
            END-IF
        END-IF

        IF WS-ROW-IS-AGED
            PERFORM CHECK-SUSPENSE-PROTECTION
        END-IF

        IF WS-ROW-IS-AGED AND NOT WS-ROW-IS-PROTECTED
            MOVE Y34133D-SUSPENSE-MST-REC TO Y34172D-OFF-ROW-IMAGE
            PERFORM WRITE-OFFLOAD-ROW
        ELSE
            WRITE Y34133D-NEW-SUSPENSE-MST-REC
                FROM Y34133D-SUSPENSE-MST-REC
                INVALID KEY
                    DISPLAY "Y34160P: WRITE FAILED FOR SUSPMST-NEW "
                        "TRACE " Y34133D-MST-TRACE-ID
                            OF Y34133D-SUSPENSE-MST-REC
            END-WRITE
            ADD 1 TO WS-FILE-KEPT
        END-IF.

    CHECK-SUSPENSE-PROTECTION.
        MOVE Y34133D-MST-NETW-ID OF Y34133D-SUSPENSE-MST-REC
            TO WS-PROTECT-NETW-ID
        MOVE Y34133D-MST-SETTLE-DATE OF Y34133D-SUSPENSE-MST-REC
            TO WS-PROTECT-SETTLE-DATE
        MOVE Y34133D-MST-TRACE-ID OF Y34133D-SUSPENSE-MST-REC
            TO WS-PROTECT-TRACE-ID

        MOVE Y34133D-MST-SUSPENSE-KEY TO Y34152D-CASE-SUSPENSE-KEY
        READ CASEMST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Y34152D-CASE-DISP-CODE OF Y34152D-SUSPENSE-CASE-REC
                        = SPACES
                    MOVE "UNDISPOSED CASE ON CASEMST"
                        TO WS-PROTECT-REASON
                    PERFORM RECORD-PROTECTION
                END-IF
        END-READ

        MOVE Y34133D-MST-SUSPENSE-KEY TO Y34132D-HIST-SUSPENSE-KEY
        READ RETRYHIST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Y34132D-HIST-LAST-ATTEMPT-DATE
                        OF Y34132D-RETRY-HIST-REC NOT < WS-RETRY-CUTOFF
                    MOVE "RETRY HISTORY WITHIN RETENTION"
                        TO WS-PROTECT-REASON
                    PERFORM RECORD-PROTECTION
                END-IF
        END-READ

        MOVE Y34133D-MST-SUSPENSE-KEY TO Y34149D-RCY-SUSPENSE-KEY
        READ RCYHIST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Y34149D-RCY-LAST-ATTEMPT-DATE
                        OF Y34149D-RECYCLE-HIST-REC NOT < WS-RCY-CUTOFF
                    MOVE "RECYCLE HISTORY WITHIN RETENTION"
                        TO WS-PROTECT-REASON
                    PERFORM RECORD-PROTECTION
                END-IF
        END-READ.

      *> Any suspense-keyed row whose item is still on SUSPMST-NEW
      *> stays, whatever its own age.
    CHECK-SUSPENSE-ITEM-KEPT.
        READ SUSPMST-NEW
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "SUSPENSE ITEM STILL ON SUSPMST"
                    TO WS-PROTECT-REASON
                PERFORM RECORD-PROTECTION
        END-READ.

      *> ---------------------------------------------------------
      *> CASEMST
      *> ---------------------------------------------------------
    HOUSEKEEP-CASEMST.
        MOVE "CASEMST" TO WS-LOOKUP-FILE-NAME
        PERFORM START-FILE-SECTION

        OPEN INPUT CASEMST
        OPEN OUTPUT CASEMST-NEW
        OPEN INPUT SUSPMST-NEW

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
                    ADD 1 TO WS-FILE-READ
                    PERFORM KEEP-OR-PURGE-CASE
            END-READ
        END-PERFORM

        CLOSE CASEMST
        CLOSE CASEMST-NEW
        CLOSE SUSPMST-NEW
        PERFORM END-FILE-SECTION.

    KEEP-OR-PURGE-CASE.
        SET WS-ROW-IS-AGED TO FALSE
        SET WS-ROW-IS-PROTECTED TO FALSE
        IF WS-RETENTION-FOUND
            AND Y34152D-CASE-DISP-CODE OF Y34152D-SUSPENSE-CASE-REC
                NOT = SPACES
            AND Y34152D-CASE-DISP-DATE OF Y34152D-SUSPENSE-CASE-REC
                < WS-CUTOFF-DATE
            SET WS-ROW-IS-AGED TO TRUE
            MOVE Y34152D-CASE-NETW-ID OF Y34152D-SUSPENSE-CASE-REC
                TO WS-PROTECT-NETW-ID
            MOVE Y34152D-CASE-SETTLE-DATE OF Y34152D-SUSPENSE-CASE-REC
                TO WS-PROTECT-SETTLE-DATE
            MOVE Y34152D-CASE-TRACE-ID OF Y34152D-SUSPENSE-CASE-REC
                TO WS-PROTECT-TRACE-ID
            MOVE Y34152D-CASE-SUSPENSE-KEY
                TO Y34133D-NEW-MST-SUSPENSE-KEY
            PERFORM CHECK-SUSPENSE-ITEM-KEPT
        END-IF

        IF WS-ROW-IS-AGED AND NOT WS-ROW-IS-PROTECTED
            MOVE Y34152D-SUSPENSE-CASE-REC TO Y34172D-OFF-ROW-IMAGE
            PERFORM WRITE-OFFLOAD-ROW
        ELSE
            WRITE Y34152D-NEW-SUSPENSE-CASE-REC
                FROM Y34152D-SUSPENSE-CASE-REC
                INVALID KEY
                    DISPLAY "Y34160P: WRITE FAILED FOR CASEMST-NEW "
                        "TRACE " Y34152D-CASE-TRACE-ID
                            OF Y34152D-SUSPENSE-CASE-REC
            END-WRITE
            ADD 1 TO WS-FILE-KEPT
        END-IF.

      *> ---------------------------------------------------------
      *> RETRYHIST
      *> ---------------------------------------------------------
    HOUSEKEEP-RETRYHIST.
        MOVE "RETRYHIST" TO WS-LOOKUP-FILE-NAME
        PERFORM START-FILE-SECTION

        OPEN INPUT RETRYHIST
        OPEN OUTPUT RETRYHIST-NEW
        OPEN INPUT SUSPMST-NEW

        MOVE LOW-VALUES TO Y34132D-HIST-SUSPENSE-KEY
        START RETRYHIST KEY NOT < Y34132D-HIST-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-RETRYHIST TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-RETRYHIST
            READ RETRYHIST NEXT
                AT END
                    SET WS-END-OF-RETRYHIST TO TRUE
                NOT AT END
                    ADD 1 TO WS-FILE-READ
                    PERFORM KEEP-OR-PURGE-RETRY
            END-READ
        END-PERFORM

        CLOSE RETRYHIST
        CLOSE RETRYHIST-NEW
        CLOSE SUSPMST-NEW
        PERFORM END-FILE-SECTION.

    KEEP-OR-PURGE-RETRY.
        SET WS-ROW-IS-AGED TO FALSE
        SET WS-ROW-IS-PROTECTED TO FALSE
        IF WS-RETENTION-FOUND
            AND Y34132D-HIST-LAST-ATTEMPT-DATE
                OF Y34132D-RETRY-HIST-REC < WS-CUTOFF-DATE
            SET WS-ROW-IS-AGED TO TRUE
            MOVE Y34132D-HIST-NETW-ID OF Y34132D-RETRY-HIST-REC
                TO WS-PROTECT-NETW-ID
            MOVE Y34132D-HIST-SETTLE-DATE OF Y34132D-RETRY-HIST-REC
                TO WS-PROTECT-SETTLE-DATE
            MOVE Y34132D-HIST-TRACE-ID OF Y34132D-RETRY-HIST-REC
                TO WS-PROTECT-TRACE-ID
            MOVE Y34132D-HIST-SUSPENSE-KEY
                TO Y34133D-NEW-MST-SUSPENSE-KEY
            PERFORM CHECK-SUSPENSE-ITEM-KEPT
        END-IF

        IF WS-ROW-IS-AGED AND NOT WS-ROW-IS-PROTECTED
            MOVE Y34132D-RETRY-HIST-REC TO Y34172D-OFF-ROW-IMAGE
            PERFORM WRITE-OFFLOAD-ROW
        ELSE
            WRITE Y34132D-NEW-RETRY-HIST-REC
                FROM Y34132D-RETRY-HIST-REC
                INVALID KEY
                    DISPLAY "Y34160P: WRITE FAILED FOR RETRYHIST-NEW "
                        "TRACE " Y34132D-HIST-TRACE-ID
                            OF Y34132D-RETRY-HIST-REC
            END-WRITE
            ADD 1 TO WS-FILE-KEPT
        END-IF.

      *> ---------------------------------------------------------
      *> RCYHIST
      *> ---------------------------------------------------------
    HOUSEKEEP-RCYHIST.
        MOVE "RCYHIST" TO WS-LOOKUP-FILE-NAME
        PERFORM START-FILE-SECTION

        OPEN INPUT RCYHIST
        OPEN OUTPUT RCYHIST-NEW
        OPEN INPUT SUSPMST-NEW

        MOVE LOW-VALUES TO Y34149D-RCY-SUSPENSE-KEY
        START RCYHIST KEY NOT < Y34149D-RCY-SUSPENSE-KEY
            INVALID KEY
                SET WS-END-OF-RCYHIST TO TRUE
        END-START
        PERFORM UNTIL WS-END-OF-RCYHIST
            READ RCYHIST NEXT
                AT END
                    SET WS-END-OF-RCYHIST TO TRUE
                NOT AT END
                    ADD 1 TO WS-FILE-READ
                    PERFORM KEEP-OR-PURGE-RECYCLE
            END-READ
        END-PERFORM

        CLOSE RCYHIST
        CLOSE RCYHIST-NEW
        CLOSE SUSPMST-NEW
        PERFORM END-FILE-SECTION.

    KEEP-OR-PURGE-RECYCLE.
        SET WS-ROW-IS-AGED TO FALSE
        SET WS-ROW-IS-PROTECTED TO FALSE
        IF WS-RETENTION-FOUND
            AND Y34149D-RCY-LAST-ATTEMPT-DATE
                OF Y34149D-RECYCLE-HIST-REC < WS-CUTOFF-DATE
            SET WS-ROW-IS-AGED TO TRUE
            MOVE Y34149D-RCY-NETW-ID OF Y34149D-RECYCLE-HIST-REC
                TO WS-PROTECT-NETW-ID
            MOVE Y34149D-RCY-SETTLE-DATE OF Y34149D-RECYCLE-HIST-REC
                TO WS-PROTECT-SETTLE-DATE
            MOVE Y34149D-RCY-TRACE-ID OF Y34149D-RECYCLE-HIST-REC
                TO WS-PROTECT-TRACE-ID
            MOVE Y34149D-RCY-SUSPENSE-KEY
                TO Y34133D-NEW-MST-SUSPENSE-KEY
            PERFORM CHECK-SUSPENSE-ITEM-KEPT
        END-IF

        IF WS-ROW-IS-AGED AND NOT WS-ROW-IS-PROTECTED
            MOVE Y34149D-RECYCLE-HIST-REC TO Y34172D-OFF-ROW-IMAGE
            PERFORM WRITE-OFFLOAD-ROW
        ELSE
            WRITE Y34149D-NEW-RECYCLE-HIST-REC
                FROM Y34149D-RECYCLE-HIST-REC
                INVALID KEY
                    DISPLAY "Y34160P: WRITE FAILED FOR RCYHIST-NEW "
                        "TRACE " Y34149D-RCY-TRACE-ID
                            OF Y34149D-RECYCLE-HIST-REC
            END-WRITE
            ADD 1 TO WS-FILE-KEPT
        END-IF.

      *> ---------------------------------------------------------
      *> RUNHIST
      *> ---------------------------------------------------------
    HOUSEKEEP-RUNHIST.
        MOVE "RUNHIST" TO WS-LOOKUP-FILE-NAME
        PERFORM START-FILE-SECTION

        OPEN INPUT RUNHIST
        OPEN OUTPUT RUNHIST-NEW
        PERFORM UNTIL WS-END-OF-RUNHIST
            READ RUNHIST
                AT END
                    SET WS-END-OF-RUNHIST TO TRUE
                NOT AT END
                    ADD 1 TO WS-FILE-READ
                    PERFORM KEEP-OR-PURGE-RUN-HISTORY
            END-READ
        END-PERFORM
        CLOSE RUNHIST
        CLOSE RUNHIST-NEW
        PERFORM END-FILE-SECTION.

    KEEP-OR-PURGE-RUN-HISTORY.
        IF WS-RETENTION-FOUND
            AND Y34156D-HIST-BUSINESS-DATE OF Y34156D-RUN-HIST-REC
                < WS-CUTOFF-DATE
            MOVE Y34156D-RUN-HIST-REC TO Y34172D-OFF-ROW-IMAGE
            PERFORM WRITE-OFFLOAD-ROW
        ELSE
            WRITE Y34156D-NEW-RUN-HIST-REC FROM Y34156D-RUN-HIST-REC
                INVALID KEY
                    DISPLAY "Y34160P: WRITE FAILED FOR RUNHIST-NEW "
                        "PROGRAM " Y34156D-HIST-PROGRAM-ID
                            OF Y34156D-RUN-HIST-REC
            END-WRITE
            ADD 1 TO WS-FILE-KEPT
        END-IF.

      *> ---------------------------------------------------------
      *> RUNCTL - last, so this job's own entry can be carried
      *> across complete.
      *> ---------------------------------------------------------
    HOUSEKEEP-RUNCTL.
        MOVE "RUNCTL" TO WS-LOOKUP-FILE-NAME
        PERFORM START-FILE-SECTION

        OPEN INPUT RUNCTL
        OPEN OUTPUT RUNCTL-NEW
        PERFORM UNTIL WS-END-OF-RUNCTL
            READ RUNCTL
                AT END
                    SET WS-END-OF-RUNCTL TO TRUE
                NOT AT END
                    ADD 1 TO WS-FILE-READ
                    PERFORM KEEP-OR-PURGE-RUN-CONTROL
            END-READ
        END-PERFORM
        CLOSE RUNCTL
        CLOSE RUNCTL-NEW
        PERFORM END-FILE-SECTION.

    KEEP-OR-PURGE-RUN-CONTROL.
        IF WS-RETENTION-FOUND
            AND Y34134D-RUN-BUSINESS-DATE OF Y34134D-RUN-CONTROL-REC
                < WS-CUTOFF-DATE
            MOVE Y34134D-RUN-CONTROL-REC TO Y34172D-OFF-ROW-IMAGE
            PERFORM WRITE-OFFLOAD-ROW
        ELSE
            MOVE Y34134D-RUN-CONTROL-REC
                TO Y34134D-NEW-RUN-CONTROL-REC
            IF Y34134D-RUN-BUSINESS-DATE OF Y34134D-RUN-CONTROL-REC
                    = WS-RUN-DATE
                AND Y34134D-RUN-PROGRAM-ID OF Y34134D-RUN-CONTROL-REC
                    = "Y34160P"
                AND Y34134D-RUN-CYCLE-NBR OF Y34134D-RUN-CONTROL-REC
                    = WS-RUN-CYCLE
                PERFORM STAMP-OWN-RUN-COMPLETE
            END-IF
            WRITE Y34134D-NEW-RUN-CONTROL-REC
                INVALID KEY
                    DISPLAY "Y34160P: WRITE FAILED FOR RUNCTL-NEW "
                        "PROGRAM " Y34134D-RUN-PROGRAM-ID
                            OF Y34134D-RUN-CONTROL-REC
            END-WRITE
            ADD 1 TO WS-FILE-KEPT
        END-IF.

    STAMP-OWN-RUN-COMPLETE.
        ACCEPT WS-CURRENT-TIME FROM TIME
        MOVE WS-CURRENT-TIME
            TO Y34134D-RUN-END-TIME OF Y34134D-NEW-RUN-CONTROL-REC
        MOVE WS-TOTAL-READ
            TO Y34134D-RUN-INPUT-COUNT OF Y34134D-NEW-RUN-CONTROL-REC
        MOVE WS-TOTAL-KEPT
            TO Y34134D-RUN-OUTPUT-COUNT OF Y34134D-NEW-RUN-CONTROL-REC
        SET Y34134D-RUN-COMPLETE OF Y34134D-NEW-RUN-CONTROL-REC
            TO TRUE.
