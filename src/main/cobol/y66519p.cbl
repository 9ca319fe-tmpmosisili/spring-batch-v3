      *> and trailer (record count and Y34120D-BUSINESS-FUNC2 hash
      *> recovered out of each event's Y66522D serialized payload,
      *> same as Y66511P's accumulation) so every subscriber can
      *> prove they received their whole file. The payload is read
      *> by the layout its route names on Y66524D-ROUTE-LAYOUT-ID:
      *> a Y34136P Hogan posting-outcome event (layout Y66540D)
      *> contributes its Y66540D-AMOUNT to the hash instead, the
      *> same total Y34136P put on its own OUTCMOUT trailer.
      *> Outcome events carry their own subsystem, so a subscriber
      *> receives them only once SUBSTBL entitles it to that
      *> subsystem.
      *>
      *> DLVRPT is the delivery manifest - events delivered per
      *> subscriber per Y66512D-EVENT-SUBSYSTEM, plus the count of
    01 WS-RECORDS-READ              PIC 9(09) VALUE ZERO.
    01 WS-RECORDS-WRITTEN           PIC 9(09) VALUE ZERO.
    01 WS-UNDELIVERED-COUNT         PIC 9(09) VALUE ZERO.
    01 WS-EVENT-HASH-AMOUNT         PIC 9(08) VALUE ZERO.

    COPY "y34141d.cpy".
    COPY "y66522d.cpy".
    COPY "y66540d.cpy".

    COPY "y34140d.cpy".

        END-EVALUATE.

    DELIVER-ONE-EVENT.
        IF Y66524D-ROUTE-LAYOUT-ID = "Y66540D"
            MOVE Y66512D-EVENT-DATA OF Y66524D-ROUTED-EVENT-REC
                TO Y66540D-EVENT-DATA-CONTENT
            MOVE Y66540D-AMOUNT TO WS-EVENT-HASH-AMOUNT
        ELSE
            MOVE Y66512D-EVENT-DATA OF Y66524D-ROUTED-EVENT-REC
                TO Y66522D-EVENT-DATA-CONTENT
            MOVE Y66522D-BUSINESS-FUNC2 TO WS-EVENT-HASH-AMOUNT
        END-IF
        SET WS-EVENT-DELIVERED TO FALSE
        PERFORM VARYING WS-SLOT-NBR FROM 1 BY 1
                UNTIL WS-SLOT-NBR > WS-SLOT-USED-COUNT
            PERFORM WRITE-EVENT-TO-SLOT
            MOVE "Y" TO WS-SLOT-DELIVERED-SW(WS-SLOT-NBR)
            ADD 1 TO WS-SLOT-COUNT(WS-SLOT-NBR)
            ADD WS-EVENT-HASH-AMOUNT TO WS-SLOT-HASH(WS-SLOT-NBR)
            ADD 1 TO WS-RECORDS-WRITTEN
            SET WS-EVENT-DELIVERED TO TRUE
            PERFORM COUNT-MANIFEST-DELIVERY
