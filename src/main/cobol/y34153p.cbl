      *>     adding back the truncated century digit, same as
      *>     Y34121P's aging);
      *>   - total amount not numeric, or zero;
      *>   - a second advice for the same network/settle-date/
      *>     Y34130D-ADVICE-CURRENCY-CODE combination (the duplicate
      *>     is rejected, the first kept) - a network settling in
      *>     more than one currency sends one advice per currency.
      *>     A blank currency code is book currency (USD), so a
      *>     blank advice and a USD advice for the same network and
      *>     date are duplicates of each other.
      *>
      *> Clean records pass through to ADVOUT, which is what
      *> Y34123P's ADVICEIN should now be pointed at; rejects print
                          INDEXED BY WS-SEEN-IDX.
           10 WS-SEEN-NETW-ID         PIC X(08).
           10 WS-SEEN-SETTLE-DATE     PIC 9(07).
           10 WS-SEEN-CURRENCY-CODE   PIC X(03).
    01 WS-SEEN-COUNT                 PIC 9(04) VALUE ZERO.
    01 WS-ADVICE-CURRENCY            PIC X(03) VALUE SPACES.
    01 WS-BOOK-CURRENCY              PIC X(03) VALUE "USD".
    01 WS-SEEN-FULL-SWITCH          PIC X(01) VALUE "N".
        88 WS-SEEN-TABLE-FULL                 VALUE "Y".

                ELSE
                    PERFORM CHECK-DUPLICATE-COMBO
                    IF WS-COMBO-ALREADY-SEEN
                        MOVE "DUPLICATE NETWORK/SETTLE-DATE/CCY ADVICE"
                            TO WS-REJECT-REASON
                    END-IF
                END-IF

    CHECK-DUPLICATE-COMBO.
        SET WS-COMBO-ALREADY-SEEN TO FALSE
        IF Y34130D-ADVICE-CURRENCY-CODE OF Y34130D-NETW-ADVICE-REC
                = SPACES
            MOVE WS-BOOK-CURRENCY TO WS-ADVICE-CURRENCY
        ELSE
            MOVE Y34130D-ADVICE-CURRENCY-CODE OF Y34130D-NETW-ADVICE-REC
                TO WS-ADVICE-CURRENCY
        END-IF
        IF WS-SEEN-COUNT > 0
            SET WS-SEEN-IDX TO 1
            SEARCH WS-SEEN-ENTRY
                    AND WS-SEEN-SETTLE-DATE(WS-SEEN-IDX)
                        = Y34130D-ADVICE-SETTLE-DATE
                          OF Y34130D-NETW-ADVICE-REC
                    AND WS-SEEN-CURRENCY-CODE(WS-SEEN-IDX)
                        = WS-ADVICE-CURRENCY
                    SET WS-COMBO-ALREADY-SEEN TO TRUE
            END-SEARCH
        END-IF
                MOVE Y34130D-ADVICE-SETTLE-DATE
                        OF Y34130D-NETW-ADVICE-REC
                    TO WS-SEEN-SETTLE-DATE(WS-SEEN-IDX)
                MOVE WS-ADVICE-CURRENCY
                    TO WS-SEEN-CURRENCY-CODE(WS-SEEN-IDX)
            ELSE
                SET WS-SEEN-TABLE-FULL TO TRUE
                DISPLAY "Y34153P: WS-SEEN-TABLE FULL AT 500 ENTRIES "
