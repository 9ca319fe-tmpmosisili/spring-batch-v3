
    01 Y34172D-PURGE-OFFLOAD-REC.
        05 Y34172D-OFF-FILE-NAME             PIC X(10).
        05 Y34172D-OFF-PURGE-DATE            PIC 9(08).
        05 Y34172D-OFF-ROW-IMAGE             PIC X(200).
