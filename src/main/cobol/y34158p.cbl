      *> ---------------------------------------------------------
      *> Y34158P - HOGAN-POST-MERGE
      *>
      *> Closing step of the partitioned posting run. Y34124P can be
      *> split by Y34120D-NETW-ID into Y34124D-PARM-PARTITION-COUNT
      *> partitions, each writing its own Y34141D-bracketed HOGANOUT
      *> slice; this program rebuilds the single HOGANOUT that
      *> Y34136P and Y34154P have always read, with one header and
      *> one trailer, so nothing downstream knows the posting ran in
      *> parallel.
      *>
      *> The partition count comes from the same PARMIN card
      *> (Y34124D-RUN-PARM-REC) the partitions ran with, and every
      *> partition's RUNCTL entry - "Y34124" followed by the
      *> two-digit partition number - must show COMPLETE for the
      *> date and cycle before anything is merged, so a failed
      *> partition that has not yet been restarted stops the merge
      *> rather than leaving its networks out of the day.
      *>
      *> HOGSLICE is the partitions' slices concatenated by the JCL
      *> in any order. Each slice's header must carry the run date
      *> and cycle, and each slice's trailer must balance to the
      *> records and Y34120D-BUSINESS-FUNC2 hash actually read in
      *> that slice, as Y34136P checks a whole HOGANOUT. Each slice
      *> also carries the Y34141D partition record Y34124P writes
      *> ahead of its trailer: the count and hash of every NETOUT
      *> record that partition owned, posted or not. NETOUT is read
      *> and its own bracket proved, and the owned totals across all
      *> slices must equal NETOUT's count and hash exactly - the
      *> proof that every NETOUT record was claimed by one partition
      *> and only one, and that every partition read the same file.
      *> Any slice missing, duplicated, truncated or out of balance
      *> abends the step before a trailer is written, so Y34136P's
      *> own bracket check refuses the incomplete HOGANOUT too.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34158P.

    ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CYCPARM ASSIGN TO "CYCPARM"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCPARM-STATUS.
        SELECT PARMIN ASSIGN TO "PARMIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PARMIN-STATUS.
        SELECT NETOUT ASSIGN TO "NETOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-NETOUT-STATUS.
        SELECT HOGSLICE ASSIGN TO "HOGSLICE"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HOGSLICE-STATUS.
        SELECT HOGANOUT ASSIGN TO "HOGANOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HOGANOUT-STATUS.

    DATA DIVISION.
    FILE SECTION.
    FD  CYCPARM.
    COPY "y34158d.cpy".

    FD  PARMIN.
    COPY "y34124d.cpy".

    FD  NETOUT.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34158D-NETOUT-REC==.

    FD  HOGSLICE.
    COPY "copybook-v2.cpy".

    FD  HOGANOUT.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34158D-HOGANOUT-REC==.

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-PARMIN-STATUS             PIC X(02) VALUE "00".
    01 WS-NETOUT-STATUS             PIC X(02) VALUE "00".
    01 WS-HOGSLICE-STATUS           PIC X(02) VALUE "00".
    01 WS-HOGANOUT-STATUS           PIC X(02) VALUE "00".

    01 WS-NETOUT-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-NETOUT                   VALUE "Y".
    01 WS-HOGSLICE-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-HOGSLICE                 VALUE "Y".

    01 WS-NETOUT-HDR-SWITCH         PIC X(01) VALUE "N".
        88 WS-NETOUT-HDR-SEEN                 VALUE "Y".
    01 WS-NETOUT-TRL-SWITCH         PIC X(01) VALUE "N".
        88 WS-NETOUT-TRL-SEEN                 VALUE "Y".
    01 WS-SLICE-OPEN-SWITCH         PIC X(01) VALUE "N".
        88 WS-SLICE-IS-OPEN                   VALUE "Y" FALSE "N".
    01 WS-SLICE-PTN-SWITCH          PIC X(01) VALUE "N".
        88 WS-SLICE-PTN-SEEN                  VALUE "Y" FALSE "N".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-PARTITION-COUNT           PIC 9(02) VALUE ZERO.
    01 WS-CHECK-NBR                 PIC 9(02) VALUE ZERO.
    01 WS-PARTITIONS-NOT-COMPLETE   PIC 9(02) VALUE ZERO.
    01 WS-PARTITION-PROGRAM-ID.
        05 WS-PARTITION-PROGRAM-STEM PIC X(06) VALUE "Y34124".
        05 WS-PARTITION-PROGRAM-NBR  PIC 9(02) VALUE ZERO.

    01 WS-NETOUT-COUNT              PIC 9(09) VALUE ZERO.
    01 WS-NETOUT-HASH               PIC 9(16) VALUE ZERO.
    01 WS-SLICES-READ               PIC 9(04) VALUE ZERO.
    01 WS-SLICE-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-SLICE-HASH                PIC 9(16) VALUE ZERO.
    01 WS-OWNED-COUNT               PIC 9(09) VALUE ZERO.
    01 WS-OWNED-HASH                PIC 9(16) VALUE ZERO.
    01 WS-HOGANOUT-COUNT            PIC 9(09) VALUE ZERO.
    01 WS-HOGANOUT-HASH             PIC 9(16) VALUE ZERO.
    01 WS-NOT-POSTED-COUNT          PIC 9(09) VALUE ZERO.

    COPY "y34141d.cpy".

    COPY "y34140d.cpy".

    PROCEDURE DIVISION.
    MAIN-PARA.
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        PERFORM READ-CYCLE-PARM
        PERFORM READ-RUN-PARM
        PERFORM CHECK-PREDECESSOR
        PERFORM RECORD-JOB-START

        PERFORM READ-AND-VALIDATE-NETOUT

        OPEN INPUT HOGSLICE
        OPEN OUTPUT HOGANOUT
        IF WS-HOGANOUT-STATUS NOT = "00"
            DISPLAY "Y34158P: OPEN FAILED FOR HOGANOUT - STATUS "
                WS-HOGANOUT-STATUS
            PERFORM ABEND-JOB
        END-IF

        PERFORM WRITE-HOGANOUT-HEADER

        PERFORM UNTIL WS-END-OF-HOGSLICE
            READ HOGSLICE
                AT END
                    SET WS-END-OF-HOGSLICE TO TRUE
                NOT AT END
                    PERFORM TRIAGE-HOGSLICE-RECORD
            END-READ
        END-PERFORM

        PERFORM CONFIRM-SLICES-COMPLETE
        PERFORM WRITE-HOGANOUT-TRAILER

        CLOSE HOGSLICE
        CLOSE HOGANOUT

        COMPUTE WS-NOT-POSTED-COUNT = WS-OWNED-COUNT - WS-HOGANOUT-COUNT
        DISPLAY "Y34158P: SLICES " WS-SLICES-READ
            " NETOUT " WS-NETOUT-COUNT
            " MERGED " WS-HOGANOUT-COUNT
            " NOT POSTED " WS-NOT-POSTED-COUNT

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

    READ-RUN-PARM.
        OPEN INPUT PARMIN
        READ PARMIN
            AT END
                CONTINUE
            NOT AT END
                IF Y34124D-PARM-PARTITION-COUNT IS NUMERIC
                    MOVE Y34124D-PARM-PARTITION-COUNT
                        TO WS-PARTITION-COUNT
                END-IF
        END-READ
        CLOSE PARMIN

        IF WS-PARTITION-COUNT = ZERO
            DISPLAY "Y34158P: NO PARTITION COUNT ON PARMIN - "
                "NOTHING TO MERGE - JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    CHECK-PREDECESSOR.
        PERFORM VARYING WS-CHECK-NBR FROM 1 BY 1
                UNTIL WS-CHECK-NBR > WS-PARTITION-COUNT
            SET Y34140D-FUNC-CHECK TO TRUE
            MOVE WS-CHECK-NBR TO WS-PARTITION-PROGRAM-NBR
            MOVE WS-PARTITION-PROGRAM-ID TO Y34140D-CTL-PROGRAM-ID
            MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
            MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
            CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE
            IF Y34140D-CTL-NOT-OK
                DISPLAY "Y34158P: PARTITION " WS-PARTITION-PROGRAM-ID
                    " NOT COMPLETE FOR " WS-RUN-DATE
                ADD 1 TO WS-PARTITIONS-NOT-COMPLETE
            END-IF
        END-PERFORM

        IF WS-PARTITIONS-NOT-COMPLETE > 0
            DISPLAY "Y34158P: " WS-PARTITIONS-NOT-COMPLETE
                " OF " WS-PARTITION-COUNT " PARTITIONS NOT COMPLETE "
                "- JOB NOT STARTED"
            PERFORM ABEND-JOB
        END-IF.

    RECORD-JOB-START.
        SET Y34140D-FUNC-START TO TRUE
        MOVE "Y34158P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34140D-CTL-INPUT-COUNT
        MOVE ZERO TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    RECORD-JOB-END.
        SET Y34140D-FUNC-END TO TRUE
        MOVE "Y34158P" TO Y34140D-CTL-PROGRAM-ID
        MOVE WS-RUN-DATE TO Y34140D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34140D-CTL-CYCLE-NBR
        MOVE WS-NETOUT-COUNT TO Y34140D-CTL-INPUT-COUNT
        MOVE WS-HOGANOUT-COUNT TO Y34140D-CTL-OUTPUT-COUNT
        CALL "Y34134P" USING Y34140D-RUN-CTL-LINKAGE.

    READ-AND-VALIDATE-NETOUT.
        OPEN INPUT NETOUT
        PERFORM UNTIL WS-END-OF-NETOUT
            READ NETOUT
                AT END
                    SET WS-END-OF-NETOUT TO TRUE
                NOT AT END
                    PERFORM TRIAGE-NETOUT-RECORD
            END-READ
        END-PERFORM
        CLOSE NETOUT

        IF NOT WS-NETOUT-HDR-SEEN OR NOT WS-NETOUT-TRL-SEEN
            DISPLAY "Y34158P: NETOUT HEADER OR TRAILER MISSING - "
                "POSSIBLE TRUNCATED FILE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF.

    TRIAGE-NETOUT-RECORD.
        MOVE Y34158D-NETOUT-REC TO Y34141D-FILE-CONTROL-REC
        EVALUATE TRUE
            WHEN Y34141D-CTL-HEADER
                SET WS-NETOUT-HDR-SEEN TO TRUE
                PERFORM VALIDATE-CONTROL-DATE
            WHEN Y34141D-CTL-TRAILER
                PERFORM VALIDATE-NETOUT-TRAILER
            WHEN OTHER
                ADD 1 TO WS-NETOUT-COUNT
                ADD Y34120D-BUSINESS-FUNC2 OF Y34158D-NETOUT-REC
                    TO WS-NETOUT-HASH
        END-EVALUATE.

    VALIDATE-CONTROL-DATE.
        IF Y34141D-CTL-BUSINESS-DATE NOT = WS-RUN-DATE
            DISPLAY "Y34158P: HEADER DATE "
                Y34141D-CTL-BUSINESS-DATE " DOES NOT MATCH RUN DATE "
                WS-RUN-DATE " - WRONG FILE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF
        IF Y34141D-CTL-CYCLE-NBR NOT = WS-RUN-CYCLE
            DISPLAY "Y34158P: HEADER CYCLE "
                Y34141D-CTL-CYCLE-NBR " DOES NOT MATCH RUN CYCLE "
                WS-RUN-CYCLE " - WRONG CYCLE SUPPLIED"
            PERFORM ABEND-JOB
        END-IF.

    VALIDATE-NETOUT-TRAILER.
        SET WS-NETOUT-TRL-SEEN TO TRUE
        IF Y34141D-CTL-RECORD-COUNT NOT = WS-NETOUT-COUNT
            OR Y34141D-CTL-FUNC2-HASH NOT = WS-NETOUT-HASH
            DISPLAY "Y34158P: NETOUT TRAILER OUT OF BALANCE - TRAILER "
                Y34141D-CTL-RECORD-COUNT "/" Y34141D-CTL-FUNC2-HASH
                " ACCUMULATED " WS-NETOUT-COUNT "/" WS-NETOUT-HASH
            PERFORM ABEND-JOB
        END-IF.

    TRIAGE-HOGSLICE-RECORD.
        MOVE TPIPE-Message-Layout TO Y34141D-FILE-CONTROL-REC
        EVALUATE TRUE
            WHEN Y34141D-CTL-HEADER
                PERFORM OPEN-ONE-SLICE
            WHEN Y34141D-CTL-PARTITION
                PERFORM TAKE-SLICE-PARTITION-TOTALS
            WHEN Y34141D-CTL-TRAILER
                PERFORM CLOSE-ONE-SLICE
            WHEN OTHER
                PERFORM MERGE-ONE-POSTING
        END-EVALUATE.

    OPEN-ONE-SLICE.
        IF WS-SLICE-IS-OPEN
            DISPLAY "Y34158P: SLICE " WS-SLICES-READ " HAS NO "
                "TRAILER - POSSIBLE TRUNCATED SLICE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF
        PERFORM VALIDATE-CONTROL-DATE
        ADD 1 TO WS-SLICES-READ
        SET WS-SLICE-IS-OPEN TO TRUE
        SET WS-SLICE-PTN-SEEN TO FALSE
        MOVE ZERO TO WS-SLICE-COUNT
        MOVE ZERO TO WS-SLICE-HASH.

    TAKE-SLICE-PARTITION-TOTALS.
        IF NOT WS-SLICE-IS-OPEN OR WS-SLICE-PTN-SEEN
            DISPLAY "Y34158P: PARTITION RECORD OUT OF PLACE AFTER "
                "SLICE " WS-SLICES-READ " - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF
        SET WS-SLICE-PTN-SEEN TO TRUE
        ADD Y34141D-CTL-RECORD-COUNT TO WS-OWNED-COUNT
        ADD Y34141D-CTL-FUNC2-HASH TO WS-OWNED-HASH.

    CLOSE-ONE-SLICE.
        IF NOT WS-SLICE-IS-OPEN OR NOT WS-SLICE-PTN-SEEN
            DISPLAY "Y34158P: SLICE " WS-SLICES-READ " TRAILER "
                "WITHOUT HEADER OR PARTITION RECORD - NOT A "
                "PARTITION SLICE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF
        IF Y34141D-CTL-RECORD-COUNT NOT = WS-SLICE-COUNT
            OR Y34141D-CTL-FUNC2-HASH NOT = WS-SLICE-HASH
            DISPLAY "Y34158P: SLICE " WS-SLICES-READ " TRAILER OUT "
                "OF BALANCE - TRAILER "
                Y34141D-CTL-RECORD-COUNT "/" Y34141D-CTL-FUNC2-HASH
                " ACCUMULATED " WS-SLICE-COUNT "/" WS-SLICE-HASH
            PERFORM ABEND-JOB
        END-IF
        SET WS-SLICE-IS-OPEN TO FALSE.

    MERGE-ONE-POSTING.
        IF NOT WS-SLICE-IS-OPEN OR WS-SLICE-PTN-SEEN
            DISPLAY "Y34158P: POSTING OUTSIDE A SLICE BRACKET AFTER "
                "SLICE " WS-SLICES-READ " - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF
        WRITE Y34158D-HOGANOUT-REC FROM TPIPE-Message-Layout
        IF WS-HOGANOUT-STATUS NOT = "00"
            DISPLAY "Y34158P: WRITE FAILED FOR HOGANOUT - STATUS "
                WS-HOGANOUT-STATUS
            PERFORM ABEND-JOB
        END-IF
        ADD 1 TO WS-SLICE-COUNT
        ADD Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
            TO WS-SLICE-HASH
        ADD 1 TO WS-HOGANOUT-COUNT
        ADD Y34120D-BUSINESS-FUNC2 OF TPIPE-Message-Layout
            TO WS-HOGANOUT-HASH.

    CONFIRM-SLICES-COMPLETE.
        IF WS-SLICE-IS-OPEN
            DISPLAY "Y34158P: SLICE " WS-SLICES-READ " HAS NO "
                "TRAILER - POSSIBLE TRUNCATED SLICE - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF
        IF WS-SLICES-READ NOT = WS-PARTITION-COUNT
            DISPLAY "Y34158P: " WS-SLICES-READ " SLICES ON HOGSLICE "
                "BUT " WS-PARTITION-COUNT " PARTITIONS ON PARMIN - "
                "RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF
        IF WS-OWNED-COUNT NOT = WS-NETOUT-COUNT
            OR WS-OWNED-HASH NOT = WS-NETOUT-HASH
            DISPLAY "Y34158P: PARTITIONS OWNED "
                WS-OWNED-COUNT "/" WS-OWNED-HASH
                " DO NOT TIE TO NETOUT "
                WS-NETOUT-COUNT "/" WS-NETOUT-HASH " - RUN STOPPED"
            PERFORM ABEND-JOB
        END-IF.

    WRITE-HOGANOUT-HEADER.
        SET Y34141D-CTL-HEADER TO TRUE
        MOVE WS-RUN-DATE TO Y34141D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34141D-CTL-CYCLE-NBR
        MOVE ZERO TO Y34141D-CTL-RECORD-COUNT
        MOVE ZERO TO Y34141D-CTL-FUNC2-HASH
        WRITE Y34158D-HOGANOUT-REC FROM Y34141D-FILE-CONTROL-REC.

    WRITE-HOGANOUT-TRAILER.
        SET Y34141D-CTL-TRAILER TO TRUE
        MOVE WS-RUN-DATE TO Y34141D-CTL-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34141D-CTL-CYCLE-NBR
        MOVE WS-HOGANOUT-COUNT TO Y34141D-CTL-RECORD-COUNT
        MOVE WS-HOGANOUT-HASH TO Y34141D-CTL-FUNC2-HASH
        WRITE Y34158D-HOGANOUT-REC FROM Y34141D-FILE-CONTROL-REC.
