      *> code and Y34120D-NETW-ID - rejects seen, recycled, and
      *> dropped to manual review - so the reason codes generating
      *> the re-key workload are visible at the standup.
      *>
      *> Every RCYHIST add and attempt-count change is preceded by a
      *> before-image on the shared update journal UPDJRNL
      *> (Y34173D-UPDATE-JRNL-REC, opened EXTEND), tagged with the
      *> business date, cycle and program ID, so Y34161P can roll
      *> the recycle counts back if the run is backed out.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34139P.
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34149D-RCY-SUSPENSE-KEY
            FILE STATUS IS WS-RCYHIST-STATUS.
        SELECT UPDJRNL ASSIGN TO "UPDJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UPDJRNL-STATUS.
        SELECT RCYOUT ASSIGN TO "RCYOUT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RCYOUT-STATUS.
    FD  RCYHIST.
    COPY "y34149d.cpy".

    FD  UPDJRNL.
    COPY "y34173d.cpy".

    FD  RCYOUT.
    COPY "copybook-v2.cpy"
        REPLACING ==TPIPE-Message-Layout== BY ==Y34139D-RCYOUT-REC==.
    01 WS-HRJTBL-STATUS             PIC X(02) VALUE "00".
    01 WS-REJECTIN-STATUS           PIC X(02) VALUE "00".
    01 WS-RCYHIST-STATUS            PIC X(02) VALUE "00".
    01 WS-UPDJRNL-STATUS            PIC X(02) VALUE "00".
    01 WS-RCYOUT-STATUS             PIC X(02) VALUE "00".
    01 WS-RCYHARD-STATUS            PIC X(02) VALUE "00".
    01 WS-RCYRPT-STATUS             PIC X(02) VALUE "00".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-JRN-SEQ-NBR               PIC 9(09) VALUE ZERO.
    01 WS-JRN-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
    01 WS-MAX-ATTEMPTS              PIC 9(03) VALUE 3.

    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.

        OPEN INPUT REJECTIN
        OPEN I-O RCYHIST
        OPEN EXTEND UPDJRNL
        IF WS-UPDJRNL-STATUS NOT = "00"
                AND WS-UPDJRNL-STATUS NOT = "05"
            DISPLAY "Y34139P: OPEN FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF
        OPEN OUTPUT RCYOUT
        OPEN OUTPUT RCYHARD


        CLOSE REJECTIN
        CLOSE RCYHIST
        CLOSE UPDJRNL
        CLOSE RCYOUT
        CLOSE RCYHARD

                SET WS-HIST-IS-NEW TO TRUE
            NOT INVALID KEY
                SET WS-HIST-IS-NEW TO FALSE
                MOVE Y34149D-RECYCLE-HIST-REC TO WS-JRN-BEFORE-IMAGE
        END-READ.

    SAVE-RECYCLE-HISTORY.
        PERFORM JOURNAL-BEFORE-IMAGE
        IF WS-HIST-IS-NEW
            WRITE Y34149D-RECYCLE-HIST-REC
                INVALID KEY
        IF WS-RPT-TABLE-FULL
            WRITE RCYRPT-LINE FROM WS-INCOMPLETE-LINE
        END-IF.

      *> The before-image is the record as read, saved before this
      *> run changed it; a record this run adds has none, and
      *> backing it out deletes it.
    JOURNAL-BEFORE-IMAGE.
        SET Y34173D-JRN-RCYHIST TO TRUE
        MOVE Y34149D-RCY-SUSPENSE-KEY TO Y34173D-JRN-SUSPENSE-KEY
        IF WS-HIST-IS-NEW
            SET Y34173D-JRN-ADDED TO TRUE
            MOVE SPACES TO Y34173D-JRN-BEFORE-IMAGE
        ELSE
            SET Y34173D-JRN-CHANGED TO TRUE
            MOVE WS-JRN-BEFORE-IMAGE TO Y34173D-JRN-BEFORE-IMAGE
        END-IF
        PERFORM WRITE-JOURNAL-RECORD.

      *> Stamps the run onto the journal record the caller has
      *> filled and writes it ahead of the master update it covers.
    WRITE-JOURNAL-RECORD.
        MOVE WS-RUN-DATE TO Y34173D-JRN-BUSINESS-DATE
        MOVE WS-RUN-CYCLE TO Y34173D-JRN-CYCLE-NBR
        MOVE "Y34139P" TO Y34173D-JRN-PROGRAM-ID
        ACCEPT Y34173D-JRN-STAMP-DATE FROM DATE YYYYMMDD
        ACCEPT Y34173D-JRN-STAMP-TIME FROM TIME
        ADD 1 TO WS-JRN-SEQ-NBR
        MOVE WS-JRN-SEQ-NBR TO Y34173D-JRN-SEQ-NBR
        WRITE Y34173D-UPDATE-JRNL-REC
        IF WS-UPDJRNL-STATUS NOT = "00"
            DISPLAY "Y34139P: WRITE FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF.
