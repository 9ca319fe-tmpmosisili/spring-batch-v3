      *> take effect on its date. Every applied transaction prints
      *> on the CHGAUDIT report with its before and after row
      *> images.
      *>
      *> The chargeback days-to-file table CBDAYTBL
      *> (Y34159D-CB-DAYS-REC - one row per Y34120D-NETW-ID giving
      *> the network's filing window in days from settlement) is
      *> maintained through the same front door for Y34156P, on
      *> CBDOLD/CBDNEW; a blank network ID, a duplicate network or
      *> a days-to-file that is not numeric and non-zero rejects.
      *> Y34157P's write-off-eligible disposition list WODSPTBL
      *> (Y34165D-WO-DISP-REC - the Y34152D-CASE-DISP-CODE values
      *> finance accepts as unrecoverable) rides the same path on
      *> WODOLD/WODNEW; a blank or duplicate disposition code
      *> rejects. The daily exchange-rate table FXRATTBL
      *> (Y34166D-FX-RATE-REC - one row per Y34120D-CURRENCY-CODE
      *> and rate date, giving the multiplier that converts that
      *> currency to book currency) is kept on FXROLD/FXRNEW for
      *> Y34124P, Y34154P and Y34157P; a blank currency, a rate
      *> date or rate that is not numeric and non-zero, or a
      *> duplicate currency/date rejects. The network-to-partition
      *> table NETPTTBL (Y34167D-NET-PARTITION-REC - which of
      *> Y34124P's parallel posting partitions owns each
      *> Y34120D-NETW-ID) is kept on NPTOLD/NPTNEW; a blank
      *> network ID, a partition number that is not numeric and
      *> non-zero, or a duplicate network rejects. The interchange
      *> fee schedule FEESCHED (Y34170D-INTERCHANGE-FEE-REC - a
      *> percentage of the amount plus a flat per-item fee for each
      *> Y34120D-NETW-ID and Y34120D-STIMULUS, a blank stimulus
      *> being the network's default) is kept on FEEOLD/FEENEW for
      *> Y34159P; a blank network ID, a percentage or per-item fee
      *> that is not numeric, or a duplicate network/stimulus
      *> rejects. The retention table RETNTBL (Y34171D-RETENTION-REC
      *> - how many days Y34160P keeps aged rows on each keyed
      *> master) is kept on RETOLD/RETNEW; a file name other than
      *> SUSPMST, CASEMST, RETRYHIST, RCYHIST, RUNCTL or RUNHIST, a
      *> retention that is not numeric and non-zero, or a duplicate
      *> file name rejects.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34138P.
        SELECT HRJOLD ASSIGN TO "HRJOLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HRJOLD-STATUS.
        SELECT CBDOLD ASSIGN TO "CBDOLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CBDOLD-STATUS.
        SELECT WODOLD ASSIGN TO "WODOLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-WODOLD-STATUS.
        SELECT FXROLD ASSIGN TO "FXROLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXROLD-STATUS.
        SELECT NPTOLD ASSIGN TO "NPTOLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-NPTOLD-STATUS.
        SELECT FEEOLD ASSIGN TO "FEEOLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FEEOLD-STATUS.
        SELECT RETOLD ASSIGN TO "RETOLD"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RETOLD-STATUS.
        SELECT PNDIN ASSIGN TO "PNDIN"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PNDIN-STATUS.
        SELECT HRJNEW ASSIGN TO "HRJNEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-HRJNEW-STATUS.
        SELECT CBDNEW ASSIGN TO "CBDNEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CBDNEW-STATUS.
        SELECT WODNEW ASSIGN TO "WODNEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-WODNEW-STATUS.
        SELECT FXRNEW ASSIGN TO "FXRNEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FXRNEW-STATUS.
        SELECT NPTNEW ASSIGN TO "NPTNEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-NPTNEW-STATUS.
        SELECT FEENEW ASSIGN TO "FEENEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FEENEW-STATUS.
        SELECT RETNEW ASSIGN TO "RETNEW"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RETNEW-STATUS.
        SELECT MAINTPND ASSIGN TO "MAINTPND"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-MAINTPND-STATUS.
    FD  HRJOLD.
    COPY "y34148d.cpy".

    FD  CBDOLD.
    COPY "y34159d.cpy".

    FD  WODOLD.
    COPY "y34165d.cpy".

    FD  FXROLD.
    COPY "y34166d.cpy".

    FD  NPTOLD.
    COPY "y34167d.cpy".

    FD  FEEOLD.
    COPY "y34170d.cpy".

    FD  RETOLD.
    COPY "y34171d.cpy".

      *> PNDIN and MAINTPND hold whole Y34147D transaction images
      *> that are only ever moved in and out intact, so they are
      *> declared as plain records rather than a third and fourth
    COPY "y34148d.cpy"
        REPLACING ==Y34148D-HOGAN-REASON-REC== BY ==Y34138D-HRJNEW-REC==.

    FD  CBDNEW.
    COPY "y34159d.cpy"
        REPLACING ==Y34159D-CB-DAYS-REC== BY ==Y34138D-CBDNEW-REC==.

    FD  WODNEW.
    COPY "y34165d.cpy"
        REPLACING ==Y34165D-WO-DISP-REC== BY ==Y34138D-WODNEW-REC==.

    FD  FXRNEW.
    COPY "y34166d.cpy"
        REPLACING ==Y34166D-FX-RATE-REC== BY ==Y34138D-FXRNEW-REC==.

    FD  NPTNEW.
    COPY "y34167d.cpy"
        REPLACING ==Y34167D-NET-PARTITION-REC== BY ==Y34138D-NPTNEW-REC==.

    FD  FEENEW.
    COPY "y34170d.cpy"
        REPLACING ==Y34170D-INTERCHANGE-FEE-REC==
               BY ==Y34138D-FEENEW-REC==.

    FD  RETNEW.
    COPY "y34171d.cpy"
        REPLACING ==Y34171D-RETENTION-REC== BY ==Y34138D-RETNEW-REC==.

    FD  MAINTPND.
    01 Y34138D-MAINTPND-REC         PIC X(66).

    01 WS-ERROLD-STATUS             PIC X(02) VALUE "00".
    01 WS-RTEOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-HRJOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-CBDOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-WODOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-FXROLD-STATUS             PIC X(02) VALUE "00".
    01 WS-NPTOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-FEEOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-RETOLD-STATUS             PIC X(02) VALUE "00".
    01 WS-PNDIN-STATUS              PIC X(02) VALUE "00".
    01 WS-MAINTIN-STATUS            PIC X(02) VALUE "00".
    01 WS-ENVNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-ERRNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-RTENEW-STATUS             PIC X(02) VALUE "00".
    01 WS-HRJNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-CBDNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-WODNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-FXRNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-NPTNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-FEENEW-STATUS             PIC X(02) VALUE "00".
    01 WS-RETNEW-STATUS             PIC X(02) VALUE "00".
    01 WS-MAINTPND-STATUS           PIC X(02) VALUE "00".
    01 WS-CHGAUDIT-STATUS           PIC X(02) VALUE "00".
    01 WS-MAINTERR-STATUS           PIC X(02) VALUE "00".
        88 WS-END-OF-RTEOLD                   VALUE "Y".
    01 WS-HRJOLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-HRJOLD                   VALUE "Y".
    01 WS-CBDOLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-CBDOLD                   VALUE "Y".
    01 WS-WODOLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-WODOLD                   VALUE "Y".
    01 WS-FXROLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-FXROLD                   VALUE "Y".
    01 WS-NPTOLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-NPTOLD                   VALUE "Y".
    01 WS-FEEOLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-FEEOLD                   VALUE "Y".
    01 WS-RETOLD-EOF-SWITCH         PIC X(01) VALUE "N".
        88 WS-END-OF-RETOLD                   VALUE "Y".
    01 WS-PNDIN-EOF-SWITCH          PIC X(01) VALUE "N".
        88 WS-END-OF-PNDIN                    VALUE "Y".
    01 WS-MAINTIN-EOF-SWITCH        PIC X(01) VALUE "N".
           10 WS-HRJ-DELETED-IND        PIC X(01).
    01 WS-HRJ-REASON-COUNT           PIC 9(04) VALUE ZERO.

    01 WS-CBD-DAYS-TABLE.
        05 WS-CBD-ENTRY OCCURS 200 TIMES
                         INDEXED BY WS-CBD-IDX.
           10 WS-CBD-ROW.
              15 WS-CBD-NETW-ID          PIC X(08).
              15 WS-CBD-DAYS-TO-FILE     PIC 9(03).
           10 WS-CBD-DELETED-IND        PIC X(01).
    01 WS-CBD-DAYS-COUNT             PIC 9(04) VALUE ZERO.

    01 WS-WOD-DISP-TABLE.
        05 WS-WOD-ENTRY OCCURS 100 TIMES
                         INDEXED BY WS-WOD-IDX.
           10 WS-WOD-ROW.
              15 WS-WOD-DISP-CODE        PIC X(04).
              15 WS-WOD-DESC             PIC X(40).
           10 WS-WOD-DELETED-IND        PIC X(01).
    01 WS-WOD-DISP-COUNT             PIC 9(04) VALUE ZERO.

    01 WS-FXR-RATE-TABLE.
        05 WS-FXR-ENTRY OCCURS 5000 TIMES
                         INDEXED BY WS-FXR-IDX.
           10 WS-FXR-ROW.
              15 WS-FXR-CURRENCY-CODE    PIC X(03).
              15 WS-FXR-RATE-DATE        PIC 9(08).
              15 WS-FXR-RATE-TO-BOOK     PIC 9(05)V9(06).
           10 WS-FXR-DELETED-IND        PIC X(01).
    01 WS-FXR-RATE-COUNT             PIC 9(04) VALUE ZERO.

    01 WS-NPT-PARTITION-TABLE.
        05 WS-NPT-ENTRY OCCURS 200 TIMES
                         INDEXED BY WS-NPT-IDX.
           10 WS-NPT-ROW.
              15 WS-NPT-NETW-ID          PIC X(08).
              15 WS-NPT-PARTITION-NBR    PIC 9(02).
           10 WS-NPT-DELETED-IND        PIC X(01).
    01 WS-NPT-PARTITION-COUNT        PIC 9(04) VALUE ZERO.

    01 WS-FEE-SCHEDULE-TABLE.
        05 WS-FEE-ENTRY OCCURS 1000 TIMES
                         INDEXED BY WS-FEE-IDX.
           10 WS-FEE-ROW.
              15 WS-FEE-NETW-ID          PIC X(08).
              15 WS-FEE-STIMULUS         PIC X(04).
              15 WS-FEE-PERCENT          PIC 9(02)V9(04).
              15 WS-FEE-PER-ITEM         PIC 9(05).
           10 WS-FEE-DELETED-IND        PIC X(01).
    01 WS-FEE-SCHEDULE-COUNT         PIC 9(04) VALUE ZERO.

    01 WS-RET-RETENTION-TABLE.
        05 WS-RET-ENTRY OCCURS 20 TIMES
                         INDEXED BY WS-RET-IDX.
           10 WS-RET-ROW.
              15 WS-RET-FILE-NAME        PIC X(10).
              15 WS-RET-DAYS             PIC 9(05).
           10 WS-RET-DELETED-IND        PIC X(01).
    01 WS-RET-RETENTION-COUNT        PIC 9(04) VALUE ZERO.

    01 WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
    01 WS-RUN-CYCLE                 PIC 9(02) VALUE 1.
    01 WS-TRANS-READ                PIC 9(09) VALUE ZERO.
        PERFORM LOAD-ERR-TABLE
        PERFORM LOAD-ROUTE-TABLE
        PERFORM LOAD-HRJ-TABLE
        PERFORM LOAD-CBD-TABLE
        PERFORM LOAD-WOD-TABLE
        PERFORM LOAD-FXR-TABLE
        PERFORM LOAD-NPT-TABLE
        PERFORM LOAD-FEE-TABLE
        PERFORM LOAD-RET-TABLE

        OPEN OUTPUT MAINTPND
        OPEN OUTPUT CHGAUDIT
        END-PERFORM
        CLOSE HRJOLD.

    LOAD-CBD-TABLE.
        OPEN INPUT CBDOLD
        PERFORM UNTIL WS-END-OF-CBDOLD
            READ CBDOLD
                AT END
                    SET WS-END-OF-CBDOLD TO TRUE
                NOT AT END
                    IF WS-CBD-DAYS-COUNT >= 200
                        PERFORM MAINLOAD-OVERFLOW
                    END-IF
                    ADD 1 TO WS-CBD-DAYS-COUNT
                    SET WS-CBD-IDX TO WS-CBD-DAYS-COUNT
                    MOVE Y34159D-CB-DAYS-REC
                        TO WS-CBD-ROW(WS-CBD-IDX)
                    MOVE "N" TO WS-CBD-DELETED-IND(WS-CBD-IDX)
            END-READ
        END-PERFORM
        CLOSE CBDOLD.

    LOAD-WOD-TABLE.
        OPEN INPUT WODOLD
        PERFORM UNTIL WS-END-OF-WODOLD
            READ WODOLD
                AT END
                    SET WS-END-OF-WODOLD TO TRUE
                NOT AT END
                    IF WS-WOD-DISP-COUNT >= 100
                        PERFORM MAINLOAD-OVERFLOW
                    END-IF
                    ADD 1 TO WS-WOD-DISP-COUNT
                    SET WS-WOD-IDX TO WS-WOD-DISP-COUNT
                    MOVE Y34165D-WO-DISP-REC
                        TO WS-WOD-ROW(WS-WOD-IDX)
                    MOVE "N" TO WS-WOD-DELETED-IND(WS-WOD-IDX)
            END-READ
        END-PERFORM
        CLOSE WODOLD.

    LOAD-FXR-TABLE.
        OPEN INPUT FXROLD
        PERFORM UNTIL WS-END-OF-FXROLD
            READ FXROLD
                AT END
                    SET WS-END-OF-FXROLD TO TRUE
                NOT AT END
                    IF WS-FXR-RATE-COUNT >= 5000
                        PERFORM MAINLOAD-OVERFLOW
                    END-IF
                    ADD 1 TO WS-FXR-RATE-COUNT
                    SET WS-FXR-IDX TO WS-FXR-RATE-COUNT
                    MOVE Y34166D-FX-RATE-REC
                        TO WS-FXR-ROW(WS-FXR-IDX)
                    MOVE "N" TO WS-FXR-DELETED-IND(WS-FXR-IDX)
            END-READ
        END-PERFORM
        CLOSE FXROLD.

    LOAD-NPT-TABLE.
        OPEN INPUT NPTOLD
        PERFORM UNTIL WS-END-OF-NPTOLD
            READ NPTOLD
                AT END
                    SET WS-END-OF-NPTOLD TO TRUE
                NOT AT END
                    IF WS-NPT-PARTITION-COUNT >= 200
                        PERFORM MAINLOAD-OVERFLOW
                    END-IF
                    ADD 1 TO WS-NPT-PARTITION-COUNT
                    SET WS-NPT-IDX TO WS-NPT-PARTITION-COUNT
                    MOVE Y34167D-NET-PARTITION-REC
                        TO WS-NPT-ROW(WS-NPT-IDX)
                    MOVE "N" TO WS-NPT-DELETED-IND(WS-NPT-IDX)
            END-READ
        END-PERFORM
        CLOSE NPTOLD.

    LOAD-FEE-TABLE.
        OPEN INPUT FEEOLD
        PERFORM UNTIL WS-END-OF-FEEOLD
            READ FEEOLD
                AT END
                    SET WS-END-OF-FEEOLD TO TRUE
                NOT AT END
                    IF WS-FEE-SCHEDULE-COUNT >= 1000
                        PERFORM MAINLOAD-OVERFLOW
                    END-IF
                    ADD 1 TO WS-FEE-SCHEDULE-COUNT
                    SET WS-FEE-IDX TO WS-FEE-SCHEDULE-COUNT
                    MOVE Y34170D-INTERCHANGE-FEE-REC
                        TO WS-FEE-ROW(WS-FEE-IDX)
                    MOVE "N" TO WS-FEE-DELETED-IND(WS-FEE-IDX)
            END-READ
        END-PERFORM
        CLOSE FEEOLD.

    LOAD-RET-TABLE.
        OPEN INPUT RETOLD
        PERFORM UNTIL WS-END-OF-RETOLD
            READ RETOLD
                AT END
                    SET WS-END-OF-RETOLD TO TRUE
                NOT AT END
                    IF WS-RET-RETENTION-COUNT >= 20
                        PERFORM MAINLOAD-OVERFLOW
                    END-IF
                    ADD 1 TO WS-RET-RETENTION-COUNT
                    SET WS-RET-IDX TO WS-RET-RETENTION-COUNT
                    MOVE Y34171D-RETENTION-REC
                        TO WS-RET-ROW(WS-RET-IDX)
                    MOVE "N" TO WS-RET-DELETED-IND(WS-RET-IDX)
            END-READ
        END-PERFORM
        CLOSE RETOLD.

    APPLY-ONE-TRANSACTION.
        MOVE SPACES TO WS-REJECT-REASON

            AND NOT Y34147D-TABLE-ERRTBL
            AND NOT Y34147D-TABLE-ROUTETBL
            AND NOT Y34147D-TABLE-HRJTBL
            AND NOT Y34147D-TABLE-CBDAYTBL
            AND NOT Y34147D-TABLE-WODSPTBL
            AND NOT Y34147D-TABLE-FXRATTBL
            AND NOT Y34147D-TABLE-NETPTTBL
            AND NOT Y34147D-TABLE-FEESCHED
            AND NOT Y34147D-TABLE-RETNTBL
            MOVE "UNKNOWN TABLE ID" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
                    PERFORM APPLY-ROUTE-TRANSACTION
                WHEN Y34147D-TABLE-HRJTBL
                    PERFORM APPLY-HRJ-TRANSACTION
                WHEN Y34147D-TABLE-CBDAYTBL
                    PERFORM APPLY-CBD-TRANSACTION
                WHEN Y34147D-TABLE-WODSPTBL
                    PERFORM APPLY-WOD-TRANSACTION
                WHEN Y34147D-TABLE-FXRATTBL
                    PERFORM APPLY-FXR-TRANSACTION
                WHEN Y34147D-TABLE-NETPTTBL
                    PERFORM APPLY-NPT-TRANSACTION
                WHEN Y34147D-TABLE-FEESCHED
                    PERFORM APPLY-FEE-TRANSACTION
                WHEN Y34147D-TABLE-RETNTBL
                    PERFORM APPLY-RET-TRANSACTION
            END-EVALUATE
        END-IF
        END-IF
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    APPLY-CBD-TRANSACTION.
        IF Y34147D-TRAN-CBD-NETW-ID = SPACES
            MOVE "NETWORK ID MUST NOT BE BLANK" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
        IF NOT Y34147D-ACTION-DELETE
            AND (Y34147D-TRAN-CBD-DAYS-TO-FILE IS NOT NUMERIC
                 OR Y34147D-TRAN-CBD-DAYS-TO-FILE = ZERO)
            MOVE "DAYS-TO-FILE MUST BE NUMERIC AND NON-ZERO"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM FIND-CBD-ENTRY
            EVALUATE TRUE
                WHEN Y34147D-ACTION-ADD AND WS-ENTRY-FOUND
                    MOVE "DUPLICATE NETWORK ID KEY"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-ADD
                    PERFORM ADD-CBD-ENTRY
                WHEN NOT WS-ENTRY-FOUND
                    MOVE "NETWORK ID KEY NOT ON TABLE"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-CHANGE
                    MOVE WS-CBD-ROW(WS-CBD-IDX) TO WS-BEFORE-IMAGE
                    MOVE Y34147D-TRAN-CBD-DAYS-TO-FILE
                        TO WS-CBD-DAYS-TO-FILE(WS-CBD-IDX)
                    MOVE WS-CBD-ROW(WS-CBD-IDX) TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
                WHEN Y34147D-ACTION-DELETE
                    MOVE WS-CBD-ROW(WS-CBD-IDX) TO WS-BEFORE-IMAGE
                    MOVE "Y" TO WS-CBD-DELETED-IND(WS-CBD-IDX)
                    MOVE "(DELETED)" TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
            END-EVALUATE
        END-IF
        END-IF.

    FIND-CBD-ENTRY.
        SET WS-ENTRY-FOUND TO FALSE
        IF WS-CBD-DAYS-COUNT > 0
            SET WS-CBD-IDX TO 1
            SEARCH WS-CBD-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CBD-NETW-ID(WS-CBD-IDX)
                        = Y34147D-TRAN-CBD-NETW-ID
                    AND WS-CBD-DELETED-IND(WS-CBD-IDX) = "N"
                    SET WS-ENTRY-FOUND TO TRUE
            END-SEARCH
        END-IF.

    ADD-CBD-ENTRY.
        IF WS-CBD-DAYS-COUNT >= 200
            MOVE "CBDAYTBL TABLE FULL" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            ADD 1 TO WS-CBD-DAYS-COUNT
            SET WS-CBD-IDX TO WS-CBD-DAYS-COUNT
            MOVE Y34147D-TRAN-CBD-NETW-ID TO WS-CBD-NETW-ID(WS-CBD-IDX)
            MOVE Y34147D-TRAN-CBD-DAYS-TO-FILE
                TO WS-CBD-DAYS-TO-FILE(WS-CBD-IDX)
            MOVE "N" TO WS-CBD-DELETED-IND(WS-CBD-IDX)
            MOVE "(NEW)" TO WS-BEFORE-IMAGE
            MOVE WS-CBD-ROW(WS-CBD-IDX) TO WS-AFTER-IMAGE
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    APPLY-WOD-TRANSACTION.
        IF Y34147D-TRAN-WOD-DISP-CODE = SPACES
            MOVE "DISPOSITION CODE MUST NOT BE BLANK"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM FIND-WOD-ENTRY
            EVALUATE TRUE
                WHEN Y34147D-ACTION-ADD AND WS-ENTRY-FOUND
                    MOVE "DUPLICATE DISPOSITION CODE KEY"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-ADD
                    PERFORM ADD-WOD-ENTRY
                WHEN NOT WS-ENTRY-FOUND
                    MOVE "DISPOSITION CODE KEY NOT ON TABLE"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-CHANGE
                    MOVE WS-WOD-ROW(WS-WOD-IDX) TO WS-BEFORE-IMAGE
                    MOVE Y34147D-TRAN-WOD-DESC
                        TO WS-WOD-DESC(WS-WOD-IDX)
                    MOVE WS-WOD-ROW(WS-WOD-IDX) TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
                WHEN Y34147D-ACTION-DELETE
                    MOVE WS-WOD-ROW(WS-WOD-IDX) TO WS-BEFORE-IMAGE
                    MOVE "Y" TO WS-WOD-DELETED-IND(WS-WOD-IDX)
                    MOVE "(DELETED)" TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
            END-EVALUATE
        END-IF.

    FIND-WOD-ENTRY.
        SET WS-ENTRY-FOUND TO FALSE
        IF WS-WOD-DISP-COUNT > 0
            SET WS-WOD-IDX TO 1
            SEARCH WS-WOD-ENTRY
                AT END
                    CONTINUE
                WHEN WS-WOD-DISP-CODE(WS-WOD-IDX)
                        = Y34147D-TRAN-WOD-DISP-CODE
                    AND WS-WOD-DELETED-IND(WS-WOD-IDX) = "N"
                    SET WS-ENTRY-FOUND TO TRUE
            END-SEARCH
        END-IF.

    ADD-WOD-ENTRY.
        IF WS-WOD-DISP-COUNT >= 100
            MOVE "WODSPTBL TABLE FULL" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            ADD 1 TO WS-WOD-DISP-COUNT
            SET WS-WOD-IDX TO WS-WOD-DISP-COUNT
            MOVE Y34147D-TRAN-WOD-DISP-CODE
                TO WS-WOD-DISP-CODE(WS-WOD-IDX)
            MOVE Y34147D-TRAN-WOD-DESC TO WS-WOD-DESC(WS-WOD-IDX)
            MOVE "N" TO WS-WOD-DELETED-IND(WS-WOD-IDX)
            MOVE "(NEW)" TO WS-BEFORE-IMAGE
            MOVE WS-WOD-ROW(WS-WOD-IDX) TO WS-AFTER-IMAGE
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    APPLY-FXR-TRANSACTION.
        IF Y34147D-TRAN-FXR-CURRENCY-CODE = SPACES
            MOVE "CURRENCY CODE MUST NOT BE BLANK" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
        IF Y34147D-TRAN-FXR-RATE-DATE IS NOT NUMERIC
            OR Y34147D-TRAN-FXR-RATE-DATE = ZERO
            MOVE "RATE DATE MUST BE NUMERIC AND NON-ZERO"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
        IF NOT Y34147D-ACTION-DELETE
            AND (Y34147D-TRAN-FXR-RATE-TO-BOOK IS NOT NUMERIC
                 OR Y34147D-TRAN-FXR-RATE-TO-BOOK = ZERO)
            MOVE "EXCHANGE RATE MUST BE NUMERIC AND NON-ZERO"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM FIND-FXR-ENTRY
            EVALUATE TRUE
                WHEN Y34147D-ACTION-ADD AND WS-ENTRY-FOUND
                    MOVE "DUPLICATE CURRENCY/RATE DATE KEY"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-ADD
                    PERFORM ADD-FXR-ENTRY
                WHEN NOT WS-ENTRY-FOUND
                    MOVE "CURRENCY/RATE DATE KEY NOT ON TABLE"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-CHANGE
                    MOVE WS-FXR-ROW(WS-FXR-IDX) TO WS-BEFORE-IMAGE
                    MOVE Y34147D-TRAN-FXR-RATE-TO-BOOK
                        TO WS-FXR-RATE-TO-BOOK(WS-FXR-IDX)
                    MOVE WS-FXR-ROW(WS-FXR-IDX) TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
                WHEN Y34147D-ACTION-DELETE
                    MOVE WS-FXR-ROW(WS-FXR-IDX) TO WS-BEFORE-IMAGE
                    MOVE "Y" TO WS-FXR-DELETED-IND(WS-FXR-IDX)
                    MOVE "(DELETED)" TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
            END-EVALUATE
        END-IF
        END-IF
        END-IF.

    FIND-FXR-ENTRY.
        SET WS-ENTRY-FOUND TO FALSE
        IF WS-FXR-RATE-COUNT > 0
            SET WS-FXR-IDX TO 1
            SEARCH WS-FXR-ENTRY
                AT END
                    CONTINUE
                WHEN WS-FXR-CURRENCY-CODE(WS-FXR-IDX)
                        = Y34147D-TRAN-FXR-CURRENCY-CODE
                    AND WS-FXR-RATE-DATE(WS-FXR-IDX)
                        = Y34147D-TRAN-FXR-RATE-DATE
                    AND WS-FXR-DELETED-IND(WS-FXR-IDX) = "N"
                    SET WS-ENTRY-FOUND TO TRUE
            END-SEARCH
        END-IF.

    ADD-FXR-ENTRY.
        IF WS-FXR-RATE-COUNT >= 5000
            MOVE "FXRATTBL TABLE FULL" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            ADD 1 TO WS-FXR-RATE-COUNT
            SET WS-FXR-IDX TO WS-FXR-RATE-COUNT
            MOVE Y34147D-TRAN-FXR-CURRENCY-CODE
                TO WS-FXR-CURRENCY-CODE(WS-FXR-IDX)
            MOVE Y34147D-TRAN-FXR-RATE-DATE
                TO WS-FXR-RATE-DATE(WS-FXR-IDX)
            MOVE Y34147D-TRAN-FXR-RATE-TO-BOOK
                TO WS-FXR-RATE-TO-BOOK(WS-FXR-IDX)
            MOVE "N" TO WS-FXR-DELETED-IND(WS-FXR-IDX)
            MOVE "(NEW)" TO WS-BEFORE-IMAGE
            MOVE WS-FXR-ROW(WS-FXR-IDX) TO WS-AFTER-IMAGE
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    APPLY-NPT-TRANSACTION.
        IF Y34147D-TRAN-NPT-NETW-ID = SPACES
            MOVE "NETWORK ID MUST NOT BE BLANK" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
        IF NOT Y34147D-ACTION-DELETE
            AND (Y34147D-TRAN-NPT-PARTITION-NBR IS NOT NUMERIC
                 OR Y34147D-TRAN-NPT-PARTITION-NBR = ZERO)
            MOVE "PARTITION MUST BE NUMERIC AND NON-ZERO"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM FIND-NPT-ENTRY
            EVALUATE TRUE
                WHEN Y34147D-ACTION-ADD AND WS-ENTRY-FOUND
                    MOVE "DUPLICATE NETWORK ID KEY"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-ADD
                    PERFORM ADD-NPT-ENTRY
                WHEN NOT WS-ENTRY-FOUND
                    MOVE "NETWORK ID KEY NOT ON TABLE"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-CHANGE
                    MOVE WS-NPT-ROW(WS-NPT-IDX) TO WS-BEFORE-IMAGE
                    MOVE Y34147D-TRAN-NPT-PARTITION-NBR
                        TO WS-NPT-PARTITION-NBR(WS-NPT-IDX)
                    MOVE WS-NPT-ROW(WS-NPT-IDX) TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
                WHEN Y34147D-ACTION-DELETE
                    MOVE WS-NPT-ROW(WS-NPT-IDX) TO WS-BEFORE-IMAGE
                    MOVE "Y" TO WS-NPT-DELETED-IND(WS-NPT-IDX)
                    MOVE "(DELETED)" TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
            END-EVALUATE
        END-IF
        END-IF.

    FIND-NPT-ENTRY.
        SET WS-ENTRY-FOUND TO FALSE
        IF WS-NPT-PARTITION-COUNT > 0
            SET WS-NPT-IDX TO 1
            SEARCH WS-NPT-ENTRY
                AT END
                    CONTINUE
                WHEN WS-NPT-NETW-ID(WS-NPT-IDX)
                        = Y34147D-TRAN-NPT-NETW-ID
                    AND WS-NPT-DELETED-IND(WS-NPT-IDX) = "N"
                    SET WS-ENTRY-FOUND TO TRUE
            END-SEARCH
        END-IF.

    ADD-NPT-ENTRY.
        IF WS-NPT-PARTITION-COUNT >= 200
            MOVE "NETPTTBL TABLE FULL" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            ADD 1 TO WS-NPT-PARTITION-COUNT
            SET WS-NPT-IDX TO WS-NPT-PARTITION-COUNT
            MOVE Y34147D-TRAN-NPT-NETW-ID TO WS-NPT-NETW-ID(WS-NPT-IDX)
            MOVE Y34147D-TRAN-NPT-PARTITION-NBR
                TO WS-NPT-PARTITION-NBR(WS-NPT-IDX)
            MOVE "N" TO WS-NPT-DELETED-IND(WS-NPT-IDX)
            MOVE "(NEW)" TO WS-BEFORE-IMAGE
            MOVE WS-NPT-ROW(WS-NPT-IDX) TO WS-AFTER-IMAGE
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    APPLY-FEE-TRANSACTION.
        IF Y34147D-TRAN-FEE-NETW-ID = SPACES
            MOVE "NETWORK ID MUST NOT BE BLANK" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
        IF NOT Y34147D-ACTION-DELETE
            AND (Y34147D-TRAN-FEE-PERCENT IS NOT NUMERIC
                 OR Y34147D-TRAN-FEE-PER-ITEM IS NOT NUMERIC)
            MOVE "FEE PERCENT AND PER-ITEM MUST BE NUMERIC"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM FIND-FEE-ENTRY
            EVALUATE TRUE
                WHEN Y34147D-ACTION-ADD AND WS-ENTRY-FOUND
                    MOVE "DUPLICATE NETWORK/STIMULUS KEY"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-ADD
                    PERFORM ADD-FEE-ENTRY
                WHEN NOT WS-ENTRY-FOUND
                    MOVE "NETWORK/STIMULUS KEY NOT ON TABLE"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-CHANGE
                    MOVE WS-FEE-ROW(WS-FEE-IDX) TO WS-BEFORE-IMAGE
                    MOVE Y34147D-TRAN-FEE-PERCENT
                        TO WS-FEE-PERCENT(WS-FEE-IDX)
                    MOVE Y34147D-TRAN-FEE-PER-ITEM
                        TO WS-FEE-PER-ITEM(WS-FEE-IDX)
                    MOVE WS-FEE-ROW(WS-FEE-IDX) TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
                WHEN Y34147D-ACTION-DELETE
                    MOVE WS-FEE-ROW(WS-FEE-IDX) TO WS-BEFORE-IMAGE
                    MOVE "Y" TO WS-FEE-DELETED-IND(WS-FEE-IDX)
                    MOVE "(DELETED)" TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
            END-EVALUATE
        END-IF
        END-IF.

    FIND-FEE-ENTRY.
        SET WS-ENTRY-FOUND TO FALSE
        IF WS-FEE-SCHEDULE-COUNT > 0
            SET WS-FEE-IDX TO 1
            SEARCH WS-FEE-ENTRY
                AT END
                    CONTINUE
                WHEN WS-FEE-NETW-ID(WS-FEE-IDX)
                        = Y34147D-TRAN-FEE-NETW-ID
                    AND WS-FEE-STIMULUS(WS-FEE-IDX)
                        = Y34147D-TRAN-FEE-STIMULUS
                    AND WS-FEE-DELETED-IND(WS-FEE-IDX) = "N"
                    SET WS-ENTRY-FOUND TO TRUE
            END-SEARCH
        END-IF.

    ADD-FEE-ENTRY.
        IF WS-FEE-SCHEDULE-COUNT >= 1000
            MOVE "FEESCHED TABLE FULL" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            ADD 1 TO WS-FEE-SCHEDULE-COUNT
            SET WS-FEE-IDX TO WS-FEE-SCHEDULE-COUNT
            MOVE Y34147D-TRAN-FEE-NETW-ID TO WS-FEE-NETW-ID(WS-FEE-IDX)
            MOVE Y34147D-TRAN-FEE-STIMULUS
                TO WS-FEE-STIMULUS(WS-FEE-IDX)
            MOVE Y34147D-TRAN-FEE-PERCENT
                TO WS-FEE-PERCENT(WS-FEE-IDX)
            MOVE Y34147D-TRAN-FEE-PER-ITEM
                TO WS-FEE-PER-ITEM(WS-FEE-IDX)
            MOVE "N" TO WS-FEE-DELETED-IND(WS-FEE-IDX)
            MOVE "(NEW)" TO WS-BEFORE-IMAGE
            MOVE WS-FEE-ROW(WS-FEE-IDX) TO WS-AFTER-IMAGE
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    APPLY-RET-TRANSACTION.
        IF Y34147D-TRAN-RET-FILE-NAME NOT = "SUSPMST"
            AND Y34147D-TRAN-RET-FILE-NAME NOT = "CASEMST"
            AND Y34147D-TRAN-RET-FILE-NAME NOT = "RETRYHIST"
            AND Y34147D-TRAN-RET-FILE-NAME NOT = "RCYHIST"
            AND Y34147D-TRAN-RET-FILE-NAME NOT = "RUNCTL"
            AND Y34147D-TRAN-RET-FILE-NAME NOT = "RUNHIST"
            MOVE "FILE NAME NOT A HOUSEKEPT MASTER"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
        IF NOT Y34147D-ACTION-DELETE
            AND (Y34147D-TRAN-RET-DAYS IS NOT NUMERIC
                 OR Y34147D-TRAN-RET-DAYS = ZERO)
            MOVE "RETENTION DAYS MUST BE NUMERIC AND NON-ZERO"
                TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM FIND-RET-ENTRY
            EVALUATE TRUE
                WHEN Y34147D-ACTION-ADD AND WS-ENTRY-FOUND
                    MOVE "DUPLICATE FILE NAME KEY"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-ADD
                    PERFORM ADD-RET-ENTRY
                WHEN NOT WS-ENTRY-FOUND
                    MOVE "FILE NAME KEY NOT ON TABLE"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TRANSACTION
                WHEN Y34147D-ACTION-CHANGE
                    MOVE WS-RET-ROW(WS-RET-IDX) TO WS-BEFORE-IMAGE
                    MOVE Y34147D-TRAN-RET-DAYS
                        TO WS-RET-DAYS(WS-RET-IDX)
                    MOVE WS-RET-ROW(WS-RET-IDX) TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
                WHEN Y34147D-ACTION-DELETE
                    MOVE WS-RET-ROW(WS-RET-IDX) TO WS-BEFORE-IMAGE
                    MOVE "Y" TO WS-RET-DELETED-IND(WS-RET-IDX)
                    MOVE "(DELETED)" TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-LINE
            END-EVALUATE
        END-IF
        END-IF.

    FIND-RET-ENTRY.
        SET WS-ENTRY-FOUND TO FALSE
        IF WS-RET-RETENTION-COUNT > 0
            SET WS-RET-IDX TO 1
            SEARCH WS-RET-ENTRY
                AT END
                    CONTINUE
                WHEN WS-RET-FILE-NAME(WS-RET-IDX)
                        = Y34147D-TRAN-RET-FILE-NAME
                    AND WS-RET-DELETED-IND(WS-RET-IDX) = "N"
                    SET WS-ENTRY-FOUND TO TRUE
            END-SEARCH
        END-IF.

    ADD-RET-ENTRY.
        IF WS-RET-RETENTION-COUNT >= 20
            MOVE "RETNTBL TABLE FULL" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            ADD 1 TO WS-RET-RETENTION-COUNT
            SET WS-RET-IDX TO WS-RET-RETENTION-COUNT
            MOVE Y34147D-TRAN-RET-FILE-NAME
                TO WS-RET-FILE-NAME(WS-RET-IDX)
            MOVE Y34147D-TRAN-RET-DAYS TO WS-RET-DAYS(WS-RET-IDX)
            MOVE "N" TO WS-RET-DELETED-IND(WS-RET-IDX)
            MOVE "(NEW)" TO WS-BEFORE-IMAGE
            MOVE WS-RET-ROW(WS-RET-IDX) TO WS-AFTER-IMAGE
            PERFORM WRITE-AUDIT-LINE
        END-IF.

    WRITE-NEW-TABLES.
        OPEN OUTPUT ENVNEW
        PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                WRITE Y34138D-HRJNEW-REC FROM WS-HRJ-ROW(WS-HRJ-IDX)
            END-IF
        END-PERFORM
        CLOSE HRJNEW

        OPEN OUTPUT CBDNEW
        PERFORM VARYING WS-CBD-IDX FROM 1 BY 1
                UNTIL WS-CBD-IDX > WS-CBD-DAYS-COUNT
            IF WS-CBD-DELETED-IND(WS-CBD-IDX) = "N"
                WRITE Y34138D-CBDNEW-REC FROM WS-CBD-ROW(WS-CBD-IDX)
            END-IF
        END-PERFORM
        CLOSE CBDNEW

        OPEN OUTPUT WODNEW
        PERFORM VARYING WS-WOD-IDX FROM 1 BY 1
                UNTIL WS-WOD-IDX > WS-WOD-DISP-COUNT
            IF WS-WOD-DELETED-IND(WS-WOD-IDX) = "N"
                WRITE Y34138D-WODNEW-REC FROM WS-WOD-ROW(WS-WOD-IDX)
            END-IF
        END-PERFORM
        CLOSE WODNEW

        OPEN OUTPUT FXRNEW
        PERFORM VARYING WS-FXR-IDX FROM 1 BY 1
                UNTIL WS-FXR-IDX > WS-FXR-RATE-COUNT
            IF WS-FXR-DELETED-IND(WS-FXR-IDX) = "N"
                WRITE Y34138D-FXRNEW-REC FROM WS-FXR-ROW(WS-FXR-IDX)
            END-IF
        END-PERFORM
        CLOSE FXRNEW

        OPEN OUTPUT NPTNEW
        PERFORM VARYING WS-NPT-IDX FROM 1 BY 1
                UNTIL WS-NPT-IDX > WS-NPT-PARTITION-COUNT
            IF WS-NPT-DELETED-IND(WS-NPT-IDX) = "N"
                WRITE Y34138D-NPTNEW-REC FROM WS-NPT-ROW(WS-NPT-IDX)
            END-IF
        END-PERFORM
        CLOSE NPTNEW

        OPEN OUTPUT FEENEW
        PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                UNTIL WS-FEE-IDX > WS-FEE-SCHEDULE-COUNT
            IF WS-FEE-DELETED-IND(WS-FEE-IDX) = "N"
                WRITE Y34138D-FEENEW-REC FROM WS-FEE-ROW(WS-FEE-IDX)
            END-IF
        END-PERFORM
        CLOSE FEENEW

        OPEN OUTPUT RETNEW
        PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                UNTIL WS-RET-IDX > WS-RET-RETENTION-COUNT
            IF WS-RET-DELETED-IND(WS-RET-IDX) = "N"
                WRITE Y34138D-RETNEW-REC FROM WS-RET-ROW(WS-RET-IDX)
            END-IF
        END-PERFORM
        CLOSE RETNEW.
