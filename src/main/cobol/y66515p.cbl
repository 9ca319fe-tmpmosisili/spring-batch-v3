      *> DEFINE, same as any other KSDS rebuild) since a KSDS cannot
      *> have records removed from it while preserving free space in
      *> place.
      *>
      *> The trace-ID cross-reference TRCXREF (Y66539D, written by
      *> Y66514P) is rebuilt the same way into TRCXREF-NEW in the same
      *> run, after the archive: each cross-reference row is carried
      *> forward only if the archive row it points to made it into
      *> ARCHFILE-NEW, so the two clusters are swapped in together
      *> and a trace lookup never leads to a purged event.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y66515P.
            FILE STATUS IS WS-ARCHFILE-STATUS.
        SELECT ARCHFILE-NEW ASSIGN TO "ARCHFILE-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Y66532D-NEW-ARCHIVE-KEY
            FILE STATUS IS WS-ARCHFILE-NEW-STATUS.
        SELECT TRCXREF ASSIGN TO "TRCXREF"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y66539D-XREF-KEY
            FILE STATUS IS WS-TRCXREF-STATUS.
        SELECT TRCXREF-NEW ASSIGN TO "TRCXREF-NEW"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS Y66539D-NEW-XREF-KEY
            FILE STATUS IS WS-TRCXREF-NEW-STATUS.

    DATA DIVISION.
    FILE SECTION.
        REPLACING ==Y66532D-EVENT-ARCHIVE-REC== BY ==Y66532D-NEW-ARCHIVE-REC==
                  ==Y66532D-ARCHIVE-KEY==       BY ==Y66532D-NEW-ARCHIVE-KEY==.

    FD  TRCXREF.
    COPY "y66539d.cpy".

    FD  TRCXREF-NEW.
    COPY "y66539d.cpy"
        REPLACING ==Y66539D-TRACE-XREF-REC== BY ==Y66539D-NEW-XREF-REC==
                  ==Y66539D-XREF-KEY==       BY ==Y66539D-NEW-XREF-KEY==.

    WORKING-STORAGE SECTION.
    01 WS-CYCPARM-STATUS            PIC X(02) VALUE "00".
    01 WS-ARCHFILE-STATUS           PIC X(02) VALUE "00".
    01 WS-ARCHFILE-NEW-STATUS       PIC X(02) VALUE "00".
    01 WS-TRCXREF-STATUS            PIC X(02) VALUE "00".
    01 WS-TRCXREF-NEW-STATUS        PIC X(02) VALUE "00".

    01 WS-ARCHFILE-EOF-SWITCH       PIC X(01) VALUE "N".
        88 WS-END-OF-ARCHFILE                 VALUE "Y".
    01 WS-TRCXREF-EOF-SWITCH        PIC X(01) VALUE "N".
        88 WS-END-OF-TRCXREF                  VALUE "Y".

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-KEPT-COUNT                PIC 9(09) VALUE ZERO.
    01 WS-PURGED-COUNT              PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.
    01 WS-XREF-KEPT-COUNT           PIC 9(09) VALUE ZERO.
    01 WS-XREF-PURGED-COUNT         PIC 9(09) VALUE ZERO.

    COPY "y34140d.cpy".

        CLOSE ARCHFILE
        CLOSE ARCHFILE-NEW

        OPEN INPUT ARCHFILE-NEW
        OPEN INPUT TRCXREF
        OPEN OUTPUT TRCXREF-NEW

        PERFORM UNTIL WS-END-OF-TRCXREF
            READ TRCXREF
                AT END
                    SET WS-END-OF-TRCXREF TO TRUE
                NOT AT END
                    PERFORM KEEP-OR-PURGE-ONE-XREF
            END-READ
        END-PERFORM

        CLOSE ARCHFILE-NEW
        CLOSE TRCXREF
        CLOSE TRCXREF-NEW

        DISPLAY "Y66515P: KEPT " WS-KEPT-COUNT
            " PURGED " WS-PURGED-COUNT
        DISPLAY "Y66515P: CROSS-REFERENCE KEPT " WS-XREF-KEPT-COUNT
            " PURGED " WS-XREF-PURGED-COUNT

        PERFORM RECORD-JOB-END
        STOP RUN.
            END-WRITE
            ADD 1 TO WS-KEPT-COUNT
        END-IF.

    KEEP-OR-PURGE-ONE-XREF.
        MOVE Y66539D-XREF-ARCHIVE-KEY OF Y66539D-TRACE-XREF-REC
            TO Y66532D-NEW-ARCHIVE-KEY
        READ ARCHFILE-NEW
            INVALID KEY
                ADD 1 TO WS-XREF-PURGED-COUNT
            NOT INVALID KEY
                MOVE Y66539D-TRACE-XREF-REC TO Y66539D-NEW-XREF-REC
                WRITE Y66539D-NEW-XREF-REC
                    INVALID KEY
                        DISPLAY "Y66515P: WRITE FAILED FOR CROSS-"
                            "REFERENCE TRACE "
                            Y66539D-XREF-TRACE-ID
                                OF Y66539D-NEW-XREF-REC
                END-WRITE
                ADD 1 TO WS-XREF-KEPT-COUNT
        END-READ.
