      *> CASEMST is a VSAM-style KSDS maintained across runs; it
      *> must already exist (allocated once via IDCAMS) before this
      *> job's first run, same as SUSPMST itself.
      *>
      *> Every CASEMST add and change is preceded by a before-image
      *> on the shared update journal UPDJRNL
      *> (Y34173D-UPDATE-JRNL-REC, opened EXTEND), tagged with the
      *> business date, cycle and program ID, so Y34161P can put
      *> the case records back if the run is backed out.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34152P.
            ACCESS MODE IS RANDOM
            RECORD KEY IS Y34152D-CASE-SUSPENSE-KEY
            FILE STATUS IS WS-CASEMST-STATUS.
        SELECT UPDJRNL ASSIGN TO "UPDJRNL"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UPDJRNL-STATUS.
        SELECT CASEERR ASSIGN TO "CASEERR"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CASEERR-STATUS.
    FD  CASEMST.
    COPY "y34152d.cpy".

    FD  UPDJRNL.
    COPY "y34173d.cpy".

    FD  CASEERR
        RECORD CONTAINS 132 CHARACTERS.
    01 CASEERR-LINE                 PIC X(132).
    01 WS-CASETRAN-STATUS           PIC X(02) VALUE "00".
    01 WS-SUSPMST-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEMST-STATUS            PIC X(02) VALUE "00".
    01 WS-UPDJRNL-STATUS            PIC X(02) VALUE "00".
    01 WS-CASEERR-STATUS            PIC X(02) VALUE "00".
    01 WS-WORKRPT-STATUS            PIC X(02) VALUE "00".


    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-JRN-SEQ-NBR               PIC 9(09) VALUE ZERO.
    01 WS-JRN-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
    01 WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.
    01 WS-REJECT-REASON             PIC X(40) VALUE SPACES.


        OPEN INPUT SUSPMST
        OPEN I-O CASEMST
        OPEN EXTEND UPDJRNL
        IF WS-UPDJRNL-STATUS NOT = "00"
                AND WS-UPDJRNL-STATUS NOT = "05"
            DISPLAY "Y34152P: OPEN FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF
        OPEN OUTPUT CASEERR

        MOVE WS-RUN-DATE TO WS-EH1-RUN-DATE

        CLOSE SUSPMST
        CLOSE CASEMST
        CLOSE UPDJRNL

        OPEN OUTPUT WORKRPT
        PERFORM WRITE-WORKLOAD-REPORT
                SET WS-CASE-IS-NEW TO TRUE
            NOT INVALID KEY
                SET WS-CASE-IS-NEW TO FALSE
                MOVE Y34152D-SUSPENSE-CASE-REC TO WS-JRN-BEFORE-IMAGE
        END-READ.

    APPLY-VALID-CASE-TRAN.
        END-IF.

    SAVE-CASE-RECORD.
        PERFORM JOURNAL-BEFORE-IMAGE
        IF WS-CASE-IS-NEW
            WRITE Y34152D-SUSPENSE-CASE-REC
                INVALID KEY
        IF WS-ANALYST-TABLE-FULL
            WRITE WORKRPT-LINE FROM WS-INCOMPLETE-LINE
        END-IF.

      *> The before-image is the record as read, saved before this
      *> run changed it; a record this run adds has none, and
      *> backing it out deletes it.
    JOURNAL-BEFORE-IMAGE.
        SET Y34173D-JRN-CASEMST TO TRUE
        MOVE Y34152D-CASE-SUSPENSE-KEY TO Y34173D-JRN-SUSPENSE-KEY
        IF WS-CASE-IS-NEW
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
        MOVE "Y34152P" TO Y34173D-JRN-PROGRAM-ID
        ACCEPT Y34173D-JRN-STAMP-DATE FROM DATE YYYYMMDD
        ACCEPT Y34173D-JRN-STAMP-TIME FROM TIME
        ADD 1 TO WS-JRN-SEQ-NBR
        MOVE WS-JRN-SEQ-NBR TO Y34173D-JRN-SEQ-NBR
        WRITE Y34173D-UPDATE-JRNL-REC
        IF WS-UPDJRNL-STATUS NOT = "00"
            DISPLAY "Y34152P: WRITE FAILED FOR UPDJRNL - STATUS "
                WS-UPDJRNL-STATUS
            PERFORM ABEND-JOB
        END-IF.
