
    01 Y66539D-TRACE-XREF-REC.
        05 Y66539D-XREF-KEY.
           10 Y66539D-XREF-TRACE-ID          PIC X(12).
           10 Y66539D-XREF-NETW-ID           PIC X(08).
           10 Y66539D-XREF-SETTLE-DATE       PIC 9(07).
           10 Y66539D-XREF-ARCHIVE-KEY.
              15 Y66539D-XREF-EVENT-ID       PIC X(08).
              15 Y66539D-XREF-EVENT-DATE-TIME PIC X(20).
        05 Y66539D-XREF-RETENTION-DATE       PIC 9(08).
        05 Y66539D-XREF-EVENT-SUBSYSTEM      PIC X(03).
        05 Y66539D-XREF-EVENT-ENV            PIC X(05).
