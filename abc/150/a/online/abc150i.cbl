      *> either keying a customer's K/X on the spot or pulling up
      *> a known transaction from the VSAM KSDS extract. Both paths
      *> CALL the same ABC150R rules module the batch job uses, so
      *> the two can never disagree - including the counting fee
      *> quoted to a non-member and the home-currency value of
      *> foreign coin at the day's treasury rate. The KSDS is
      *> refreshed from the day's sorted extract by STEP015 of
      *> jcl/abc150a.jcl (IDCAMS REPRO) before ABC150_A runs, so
      *> lookups reflect today's transactions.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                                MOVE CX-REQ-AMOUNT TO LS-REQ-AMOUNT
                                MOVE CX-TXN-DATE TO LS-TXN-DATE
                                MOVE CX-STORE-ID TO LS-STORE-ID
                                MOVE CX-CUST-ID TO LS-CUST-ID
                                MOVE CX-CURRENCY-CD
                                    TO LS-CURRENCY-CD
                                PERFORM CALL-REDEMPTION-RULES
                                PERFORM DISPLAY-DECISION
                        END-EVALUATE
            ACCEPT LS-COIN-COUNT
            DISPLAY "ENTER REQUESTED AMOUNT (X):"
            ACCEPT LS-REQ-AMOUNT
            DISPLAY "ENTER MEMBER CUSTOMER ID (BLANK = NON-MEMBER):"
            ACCEPT LS-CUST-ID
            DISPLAY "ENTER CURRENCY CODE (BLANK = HOME CURRENCY):"
            ACCEPT LS-CURRENCY-CD
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:8) TO LS-TXN-DATE
            PERFORM CALL-REDEMPTION-RULES
                LS-REQ-AMOUNT LS-TXN-DATE LS-COMPUTED-VALUE
                LS-RESULT LS-VALID-SW LS-REASON-CD LS-REASON-TEXT
                LS-SET-COUNT LS-SET-TABLE LS-STORE-ID
                LS-REFER-LIMIT LS-CUST-ID LS-FEE-AMOUNT
                LS-NET-AMOUNT LS-CUST-STATUS LS-CURRENCY-CD
                LS-FOREIGN-VALUE
            END-CALL.

        DISPLAY-DECISION.
            IF NOT LS-VALID
                DISPLAY "REJECTED: " LS-REASON-TEXT
            ELSE
                EVALUATE TRUE
                    WHEN LS-RESULT = "REF" AND LS-REASON-CD = "FXRT"
                        DISPLAY "REF - NO EXCHANGE RATE FOR "
                            LS-CURRENCY-CD " ON " LS-TXN-DATE
                            ", REFERRED FOR SUPERVISOR APPROVAL"
                    WHEN LS-RESULT = "REF" AND LS-CUST-STATUS = "H"
                        DISPLAY "REF - CUSTOMER ON HOLD, REFERRED "
                            "FOR SUPERVISOR APPROVAL"
                    WHEN LS-RESULT = "REF"
                        DISPLAY "REF - OVER THE STORE LIMIT, "
                            "REFERRED FOR SUPERVISOR APPROVAL"
                    WHEN OTHER
                        DISPLAY LS-RESULT
                END-EVALUATE
                IF LS-CUST-STATUS = "U"
                    DISPLAY "NOTE: CUSTOMER " LS-CUST-ID " IS NOT "
                        "ON THE CUSTOMER MASTER - CHARGED AS A "
                        "NON-MEMBER"
                END-IF
                IF LS-FOREIGN-VALUE > 0
                    DISPLAY "FOREIGN VALUE  . : " LS-FOREIGN-VALUE
                        " " LS-CURRENCY-CD
                    DISPLAY "HOME VALUE . . . : " LS-COMPUTED-VALUE
                END-IF
                IF LS-RESULT = "Yes" OR LS-RESULT = "REF"
                    DISPLAY "COUNTING FEE . . : " LS-FEE-AMOUNT
                    DISPLAY "NET TO CUSTOMER  : " LS-NET-AMOUNT
                END-IF
            END-IF.
