      *> Y66524D-ROUTED-EVENT-REC layout Y66511P produces; the rest
      *> are carried forward to CARRYOUT, new arrivals stamped with
      *> today as their first-quarantined date and carried records
      *> keeping their original one. An event Y66511P quarantined
      *> because its payload did not parse as the layout its route
      *> names is never released here - a route entry cannot fix
      *> it - and is carried forward until the source resends it.
      *>
      *> INVRPT is the daily quarantine inventory by
      *> Y66512D-SCHEMA-VERSION/Y66512D-EVENT-SUBSYSTEM: how many
        MOVE Y66512D-EVENT-SUBSYSTEM OF Y66525D-QUARANTINE-EVENT-REC
            TO WS-LOOKUP-SUBSYSTEM
        PERFORM LOOKUP-ROUTE
        IF Y66525D-QUARANTINE-REASON
                = "PAYLOAD DOES NOT PARSE AS ROUTED LAYOUT"
            SET WS-ROUTE-FOUND TO FALSE
        END-IF

        IF WS-ROUTE-FOUND
            MOVE CORRESPONDING Y66525D-QUARANTINE-EVENT-REC
        MOVE Y66534D-CARRY-EVENT-SUBSYSTEM OF Y66534D-QUAR-CARRY-REC
            TO WS-LOOKUP-SUBSYSTEM
        PERFORM LOOKUP-ROUTE
        IF Y66534D-CARRY-QUAR-REASON OF Y66534D-QUAR-CARRY-REC
                = "PAYLOAD DOES NOT PARSE AS ROUTED LAYOUT"
            SET WS-ROUTE-FOUND TO FALSE
        END-IF

        COMPUTE WS-DAYS-HELD =
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
