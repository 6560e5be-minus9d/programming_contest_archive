      *> resubmissions (CT-RESUB-FLAG = "R") for the audit trail,
      *> and are written to the resubmission file the nightly job
      *> merges ahead of the teller extract. Hand-editing the
      *> teller extract itself stays forbidden. A record rejected
      *> for its teller ID is corrected here too, and the
      *> corrected teller must be an active operator before the
      *> record can go back in.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        OFFER-REPAIR-ACTION.
            DISPLAY "DENOM=" CT-DENOM-CD " COUNT=" CT-COIN-COUNT
                " AMOUNT=" CT-REQ-AMOUNT " TELLER=" CT-TELLER-ID
                " CURRENCY=" CT-CURRENCY-CD
            DISPLAY "F=FIX  S=SKIP  Q=QUIT"
            ACCEPT WS-ACTION
            EVALUATE WS-ACTION
            END-PERFORM.

        CORRECT-ONE-FIELD.
            DISPLAY "FIELD TO CORRECT: D=DENOM  K=COUNT  X=AMOUNT  "
                "T=TELLER  C=CURRENCY"
            ACCEPT WS-FIELD-CHOICE
            EVALUATE WS-FIELD-CHOICE
                WHEN "D"
                    ACCEPT WS-ENTRY-BUFFER
                    MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                        TO CT-REQ-AMOUNT
                WHEN "T"
                    DISPLAY "ENTER TELLER OPERATOR ID:"
                    ACCEPT CT-TELLER-ID
                WHEN "C"
                    DISPLAY "ENTER CURRENCY CODE (BLANK = HOME "
                        "CURRENCY):"
                    ACCEPT CT-CURRENCY-CD
                WHEN OTHER
                    DISPLAY "INVALID FIELD CHOICE, NOTHING CHANGED"
            END-EVALUATE.
            MOVE CT-REQ-AMOUNT TO LS-REQ-AMOUNT
            MOVE CT-TXN-DATE TO LS-TXN-DATE
            MOVE CT-STORE-ID TO LS-STORE-ID
            MOVE CT-CUST-ID TO LS-CUST-ID
            MOVE CT-CURRENCY-CD TO LS-CURRENCY-CD
            CALL "ABC150R" USING LS-DENOM-CD LS-COIN-COUNT
                LS-REQ-AMOUNT LS-TXN-DATE LS-COMPUTED-VALUE
                LS-RESULT LS-VALID-SW LS-REASON-CD LS-REASON-TEXT
                LS-SET-COUNT LS-SET-TABLE LS-STORE-ID
                LS-REFER-LIMIT LS-CUST-ID LS-FEE-AMOUNT
                LS-NET-AMOUNT LS-CUST-STATUS LS-CURRENCY-CD
                LS-FOREIGN-VALUE
            END-CALL
      *> Tonight's run refuses a teller ID that is not an active
      *> operator, so the same check holds the correction here.
            IF LS-VALID
                SET WS-OPER-FOUND TO FALSE
                PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                    UNTIL WS-OPER-IX > WS-OPER-COUNT
                        OR WS-OPER-FOUND
                    IF WS-OP-OPER-ID(WS-OPER-IX) = CT-TELLER-ID
                        AND WS-OP-ACTIVE(WS-OPER-IX) = "A"
                        SET WS-OPER-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF NOT WS-OPER-FOUND
                    SET LS-VALID TO FALSE
                    MOVE "TELR" TO LS-REASON-CD
                    MOVE "TELLER ID NOT AN ACTIVE OPERATOR"
                        TO LS-REASON-TEXT
                END-IF
            END-IF.

      *> The resubmission keeps the reject's original transaction
      *> ID - a repaired record is the same transaction, and a new
