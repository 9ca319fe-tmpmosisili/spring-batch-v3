      *>   "C" - predecessor check: Y34140D-CTL-RESULT comes back
      *>         "Y" only if the named program shows COMPLETE for
      *>         the named business date; the caller decides whether
      *>         to refuse to start;
      *>   "B" - mark backed out: Y34161P's business-date backout
      *>         sets the named run's status to BACKED OUT once its
      *>         master updates have been rolled back, so every "C"
      *>         check against it fails until the program is rerun
      *>         (the rerun's "S" resets the record as usual).
      *>         Y34140D-CTL-RESULT comes back "N" if the run has no
      *>         record to mark.
      *>
      *> RUNCTL is a VSAM-style KSDS maintained across runs; it must
      *> already exist (allocated once via IDCAMS) before this job
                PERFORM RECORD-END
            WHEN Y34140D-FUNC-CHECK
                PERFORM CHECK-PREDECESSOR-COMPLETE
            WHEN Y34140D-FUNC-BACKOUT
                PERFORM RECORD-BACKOUT
            WHEN OTHER
                DISPLAY "Y34134P: UNKNOWN FUNCTION "
                    Y34140D-CTL-FUNCTION
        END-IF
        SET Y34140D-CTL-OK TO TRUE.

    RECORD-BACKOUT.
        IF WS-REC-FOUND
            MOVE WS-CURRENT-TIME TO Y34134D-RUN-END-TIME
            SET Y34134D-RUN-BACKED-OUT TO TRUE
            REWRITE Y34134D-RUN-CONTROL-REC
                INVALID KEY
                    DISPLAY "Y34134P: REWRITE FAILED FOR "
                        Y34140D-CTL-PROGRAM-ID
            END-REWRITE
            SET Y34140D-CTL-OK TO TRUE
        ELSE
            SET Y34140D-CTL-NOT-OK TO TRUE
        END-IF.

    CHECK-PREDECESSOR-COMPLETE.
        IF WS-REC-FOUND AND Y34134D-RUN-COMPLETE
            SET Y34140D-CTL-OK TO TRUE
