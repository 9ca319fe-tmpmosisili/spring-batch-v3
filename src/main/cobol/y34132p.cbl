      *> RETRYOUT is bracketed with the same header and trailer,
      *> since it re-enters the stream through Y34131P, which
      *> demands them on its input.
      *>
      *> Every RETRYHIST add and attempt-count change is preceded by
      *> a before-image on the shared update journal UPDJRNL
      *> (Y34173D-UPDATE-JRNL-REC, opened EXTEND), tagged with the
      *> business date, cycle and program ID, so Y34161P can roll
      *> the attempt counts back if a bad feed is backed out.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34132P.
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34132D-HIST-SUSPENSE-KEY
            FILE STATUS IS WS-RETRYHIST-STATUS.
        SELECT UPDJRNL ASSIGN TO "UPDJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UPDJRNL-STATUS.
        SELECT CASEMST ASSIGN TO "CASEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
    FD  RETRYHIST.
    COPY "y34132d.cpy".

    FD  UPDJRNL.
    COPY "y34173d.cpy".

    FD  CASEMST.
    COPY "y34152d.cpy".

    01 WS-RTRYPARM-STATUS           PIC X(02) VALUE "00".
    01 WS-CLASSIN-STATUS            PIC X(02) VALUE "00".
    01 WS-RETRYHIST-STATUS          PIC X(02) VALUE "00".
    01 WS-UPDJRNL-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-RETRYOUT-STATUS           PIC X(02) VALUE "00".
    01 WS-RETRYEXC-STATUS           PIC X(02) VALUE "00".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-JRN-SEQ-NBR               PIC 9(09) VALUE ZERO.
    01 WS-JRN-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
    01 WS-MAX-ATTEMPTS              PIC 9(03) VALUE 3.

    01 WS-RESUBMITTED-COUNT         PIC 9(09) VALUE ZERO.

        OPEN INPUT CLASSIN
        OPEN I-O RETRYHIST
        OPEN EXTEND UPDJRNL
        IF WS-UPDJRNL-STATUS NOT = "00"
                AND WS-UPDJRNL-STATUS NOT = "05"
            DISPLAY "Y34132P: OPEN FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF
        OPEN INPUT CASEMST
        OPEN OUTPUT RETRYOUT
        OPEN OUTPUT RETRYEXC

        CLOSE CLASSIN
        CLOSE RETRYHIST
        CLOSE UPDJRNL
        CLOSE CASEMST
        CLOSE RETRYOUT
        CLOSE RETRYEXC
                SET WS-HIST-IS-NEW TO TRUE
            NOT INVALID KEY
                SET WS-HIST-IS-NEW TO FALSE
                MOVE Y34132D-RETRY-HIST-REC TO WS-JRN-BEFORE-IMAGE
        END-READ.

    SAVE-RETRY-HISTORY.
        PERFORM JOURNAL-BEFORE-IMAGE
        IF WS-HIST-IS-NEW
            WRITE Y34132D-RETRY-HIST-REC
                INVALID KEY
        MOVE "MAX RETRY ATTEMPTS REACHED" TO Y34135D-EXC-REASON
        WRITE Y34135D-RETRY-EXC-REC
        ADD 1 TO WS-EXCEPTION-COUNT.

      *> The before-image is the record as read, saved before this
      *> run changed it; a record this run adds has none, and
      *> backing it out deletes it.
    JOURNAL-BEFORE-IMAGE.
        SET Y34173D-JRN-RETRYHIST TO TRUE
        MOVE Y34132D-HIST-SUSPENSE-KEY TO Y34173D-JRN-SUSPENSE-KEY
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
        MOVE "Y34132P" TO Y34173D-JRN-PROGRAM-ID
        ACCEPT Y34173D-JRN-STAMP-DATE FROM DATE YYYYMMDD
        ACCEPT Y34173D-JRN-STAMP-TIME FROM TIME
        ADD 1 TO WS-JRN-SEQ-NBR
        MOVE WS-JRN-SEQ-NBR TO Y34173D-JRN-SEQ-NBR
        WRITE Y34173D-UPDATE-JRNL-REC
        IF WS-UPDJRNL-STATUS NOT = "00"
            DISPLAY "Y34132P: WRITE FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF.
