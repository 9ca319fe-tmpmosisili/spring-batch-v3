      *> lists the whole day - every cycle of every program, with
      *> the cycle shown on each line - while a non-zero cycle
      *> limits the summary to that cycle's run of the stream.
      *>
      *> A run whose master updates Y34161P has rolled back shows
      *> BACKED OUT instead of COMPLETE and counts as incomplete,
      *> since it has to be rerun.
      *> ---------------------------------------------------------
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Y34135P.
        MOVE Y34134D-RUN-END-TIME TO WS-DL-END-TIME
        MOVE Y34134D-RUN-INPUT-COUNT TO WS-DL-INPUT-COUNT
        MOVE Y34134D-RUN-OUTPUT-COUNT TO WS-DL-OUTPUT-COUNT
        EVALUATE TRUE
            WHEN Y34134D-RUN-COMPLETE
                MOVE "COMPLETE" TO WS-DL-STATUS
            WHEN Y34134D-RUN-BACKED-OUT
                MOVE "BACKED OUT" TO WS-DL-STATUS
                ADD 1 TO WS-PROGRAMS-INCOMPLETE
            WHEN OTHER
                MOVE "NOT COMPLETE" TO WS-DL-STATUS
                ADD 1 TO WS-PROGRAMS-INCOMPLETE
        END-EVALUATE
        ADD 1 TO WS-PROGRAMS-LISTED
        WRITE OPSRPT-LINE FROM WS-DETAIL-LINE.
