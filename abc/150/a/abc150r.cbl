      *> CALLed by both the ABC150_A batch job and the ABC150_I
      *> online inquiry so a teller's on-the-spot answer and the
      *> overnight batch decision can never disagree. Owns the
      *> denomination rate table and the K/X validation rules, and
      *> the coin-counting fee schedule, so the fee a teller quotes
      *> is the fee the batch charges. Also owns the customer
      *> master check, so a held or blocked customer gets the same
      *> answer at the counter as overnight. And it values foreign
      *> coin: the rate row for the coin's currency gives its face
      *> value, and the treasury exchange rate for the transaction
      *> date (loaded nightly by ABC150_L) converts that to the
      *> home currency every payout is made in.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            SELECT COIN-STORE-FILE ASSIGN TO COINSTOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-STORE-FS.
            SELECT COIN-FEE-FILE ASSIGN TO COINFEE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-FEE-FS.
            SELECT COIN-CUST-FILE ASSIGN TO COINCUST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CUST-FS.
            SELECT COIN-FXRATE-FILE ASSIGN TO COINFXR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-FXRATE-FS.

        DATA DIVISION.
        FILE SECTION.
            RECORDING MODE IS F.
            COPY "CPY-COIN-STORE".

        FD COIN-FEE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-FEE".

        FD COIN-CUST-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-CUST".

        FD COIN-FXRATE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-FXRATE".

        WORKING-STORAGE SECTION.
        01 WS-COIN-RATE-FS PIC XX.
        01 WS-RATE-LOADED-SW PIC X VALUE "N".
        01 WS-RATE-EOF-SW PIC X VALUE "N".
            88 WS-RATE-EOF VALUE "Y".
        01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 200 TIMES.
                10 WS-RATE-CURRENCY-CD PIC X(3).
                10 WS-RATE-DENOM-CD PIC X(3).
                10 WS-RATE-DENOM-VALUE PIC 9(9).
                10 WS-RATE-EFF-FROM PIC 9(8).
        01 WS-RATE-FOUND-SW PIC X VALUE "N".
            88 WS-RATE-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-DENOM PIC X(3).
      *> Home currency - the currency of every payout, fee and GL
      *> amount. A request in it, or with no currency at all, is
      *> home coin and valued at face.
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
        01 WS-TXN-CURRENCY PIC X(3).
        01 WS-COIN-FXRATE-FS PIC XX.
        01 WS-FX-EOF-SW PIC X VALUE "N".
            88 WS-FX-EOF VALUE "Y".
      *> Exchange rate history, loaded once alongside the rate
      *> table, newest rates first. A missing or empty history
      *> means no foreign coin can be valued - every valid foreign
      *> request is referred, never decided on a guessed rate.
        01 WS-FX-TABLE.
            05 WS-FX-ENTRY OCCURS 5000 TIMES.
                10 WS-FX-CURRENCY-CD PIC X(3).
                10 WS-FX-RATE-DATE PIC 9(8).
                10 WS-FX-HOME-RATE PIC 9(5)V9(8).
        01 WS-FX-COUNT PIC 9(5) VALUE 0.
        01 WS-FX-IX PIC 9(5).
        01 WS-FX-FOUND-SW PIC X VALUE "N".
            88 WS-FX-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-COIN-LIMIT-FS PIC XX.
        01 WS-LIMIT-EOF-SW PIC X VALUE "N".
            88 WS-LIMIT-EOF VALUE "Y".
        01 WS-SET-VALUE-TABLE.
            05 WS-SET-VALUE OCCURS 20 TIMES PIC 9(9).
        01 WS-SET-TOTAL-COINS PIC 9(15).
        01 WS-COIN-FEE-FS PIC XX.
        01 WS-FEE-EOF-SW PIC X VALUE "N".
            88 WS-FEE-EOF VALUE "Y".
      *> Coin-counting fee schedule, loaded once alongside the
      *> rate table. A missing or empty schedule simply means no
      *> fee is charged - the pre-fee behavior.
        01 WS-FEE-TABLE.
            05 WS-FEE-ENTRY OCCURS 500 TIMES.
                10 WS-FEE-STORE-ID PIC X(6).
                10 WS-FEE-DENOM-CD PIC X(3).
                10 WS-FEE-TYPE PIC X(1).
                10 WS-FEE-RATE PIC 9(5)V9(4).
                10 WS-FEE-EFF-FROM PIC 9(8).
                10 WS-FEE-EFF-TO PIC 9(8).
        01 WS-FEE-COUNT PIC 9(4) VALUE 0.
        01 WS-FEE-IX PIC 9(4).
        01 WS-FEE-ROW PIC 9(4).
        01 WS-FEE-COINS PIC 9(15).
        01 WS-DENOM-FEE PIC 9(15).
        01 WS-COIN-CUST-FS PIC XX.
        01 WS-CUST-EOF-SW PIC X VALUE "N".
            88 WS-CUST-EOF VALUE "Y".
      *> Customer master, loaded once alongside the rate table. A
      *> missing or empty master simply means no customer check is
      *> made and any presented customer ID counts as a member -
      *> the pre-master behavior.
        01 WS-CUST-TABLE.
            05 WS-CUST-ENTRY OCCURS 20000 TIMES.
                10 WS-CUST-ID PIC X(12).
                10 WS-CUST-STATUS PIC X(1).
        01 WS-CUST-COUNT PIC 9(5) VALUE 0.
        01 WS-CUST-IX PIC 9(5).
        01 WS-CUST-FOUND-SW PIC X VALUE "N".
            88 WS-CUST-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".

        LINKAGE SECTION.
            COPY "CPY-COIN-RULES-IF".
                LS-REQ-AMOUNT LS-TXN-DATE LS-COMPUTED-VALUE
                LS-RESULT LS-VALID-SW LS-REASON-CD LS-REASON-TEXT
                LS-SET-COUNT LS-SET-TABLE LS-STORE-ID
                LS-REFER-LIMIT LS-CUST-ID LS-FEE-AMOUNT
                LS-NET-AMOUNT LS-CUST-STATUS LS-CURRENCY-CD
                LS-FOREIGN-VALUE.
        MAIN.
            IF NOT WS-RATE-LOADED
                OPEN INPUT COIN-RATE-FILE
                END-IF
                PERFORM LOAD-LIMIT-TABLE
                PERFORM LOAD-STORE-TABLE
                PERFORM LOAD-FEE-TABLE
                PERFORM LOAD-CUST-TABLE
                PERFORM LOAD-FX-TABLE
                SET WS-RATE-LOADED TO TRUE
            END-IF

            IF LS-VALID
                PERFORM COMPUTE-DECISION
            END-IF
            IF LS-VALID
                PERFORM COMPUTE-FEE
            END-IF
            GOBACK.

        LOAD-RATE-TABLE.
                    AT END
                        SET WS-RATE-EOF TO TRUE
                    NOT AT END
                        IF WS-RATE-COUNT < 200
                            ADD 1 TO WS-RATE-COUNT
                            MOVE CV-CURRENCY-CD
                                TO WS-RATE-CURRENCY-CD(WS-RATE-COUNT)
                            MOVE CV-DENOM-CD
                                TO WS-RATE-DENOM-CD(WS-RATE-COUNT)
                            MOVE CV-DENOM-VALUE
                                TO WS-RATE-EFF-TO(WS-RATE-COUNT)
                        ELSE
                            DISPLAY "ERROR: COIN-RATE-FILE HAS MORE "
                                "THAN 200 DENOMINATION ROWS, IGNORING "
                                "EXTRA ROW FOR " CV-CURRENCY-CD " "
                                CV-DENOM-CD
                        END-IF
                END-READ
            END-PERFORM.
                CLOSE COIN-STORE-FILE
            END-IF.

        LOAD-FEE-TABLE.
            OPEN INPUT COIN-FEE-FILE
            IF WS-COIN-FEE-FS NOT = "00"
                DISPLAY "WARNING: COULD NOT OPEN COIN-FEE-FILE, "
                    "STATUS=" WS-COIN-FEE-FS
                    ", NO COUNTING FEE WILL BE CHARGED"
            ELSE
                PERFORM UNTIL WS-FEE-EOF
                    READ COIN-FEE-FILE
                        AT END
                            SET WS-FEE-EOF TO TRUE
                        NOT AT END
                            IF WS-FEE-COUNT < 500
                                ADD 1 TO WS-FEE-COUNT
                                MOVE CPY-COIN-FEE-REC
                                    TO WS-FEE-ENTRY(WS-FEE-COUNT)
                            ELSE
                                DISPLAY "ERROR: COIN-FEE-FILE HAS "
                                    "MORE THAN 500 ROWS, IGNORING "
                                    "EXTRA ROW FOR " CF-STORE-ID
                                    " " CF-DENOM-CD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-FEE-FILE
            END-IF.

        LOAD-CUST-TABLE.
            OPEN INPUT COIN-CUST-FILE
            IF WS-COIN-CUST-FS NOT = "00"
                DISPLAY "WARNING: COULD NOT OPEN COIN-CUST-FILE, "
                    "STATUS=" WS-COIN-CUST-FS
                    ", NO CUSTOMER CHECK WILL BE MADE"
            ELSE
                PERFORM UNTIL WS-CUST-EOF
                    READ COIN-CUST-FILE
                        AT END
                            SET WS-CUST-EOF TO TRUE
                        NOT AT END
                            IF WS-CUST-COUNT < 20000
                                ADD 1 TO WS-CUST-COUNT
                                MOVE CC-CUST-ID TO
                                    WS-CUST-ID(WS-CUST-COUNT)
                                MOVE CC-STATUS TO
                                    WS-CUST-STATUS(WS-CUST-COUNT)
                            ELSE
                                DISPLAY "ERROR: COIN-CUST-FILE HAS "
                                    "MORE THAN 20000 ROWS, IGNORING "
                                    "EXTRA ROW FOR " CC-CUST-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-CUST-FILE
            END-IF.

        LOAD-FX-TABLE.
            OPEN INPUT COIN-FXRATE-FILE
            IF WS-COIN-FXRATE-FS NOT = "00"
                DISPLAY "WARNING: COULD NOT OPEN COIN-FXRATE-FILE, "
                    "STATUS=" WS-COIN-FXRATE-FS
                    ", FOREIGN COIN WILL BE REFERRED"
            ELSE
                PERFORM UNTIL WS-FX-EOF
                    READ COIN-FXRATE-FILE
                        AT END
                            SET WS-FX-EOF TO TRUE
                        NOT AT END
                            IF WS-FX-COUNT < 5000
                                ADD 1 TO WS-FX-COUNT
                                MOVE CPY-COIN-FXRATE-REC
                                    TO WS-FX-ENTRY(WS-FX-COUNT)
                            ELSE
                                DISPLAY "ERROR: COIN-FXRATE-FILE HAS "
                                    "MORE THAN 5000 ROWS, IGNORING "
                                    "EXTRA ROW FOR " FX-CURRENCY-CD
                                    " " FX-RATE-DATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-FXRATE-FILE
            END-IF.

        VALIDATE-REQUEST.
            SET LS-VALID TO TRUE
            MOVE SPACE TO LS-REASON-CD
            MOVE 0 TO LS-COMPUTED-VALUE
            MOVE SPACE TO LS-RESULT
            MOVE 0 TO LS-REFER-LIMIT
            MOVE 0 TO LS-FEE-AMOUNT
            MOVE 0 TO LS-NET-AMOUNT
            MOVE SPACE TO LS-CUST-STATUS
            MOVE 0 TO LS-FOREIGN-VALUE
            IF LS-CURRENCY-CD = WS-HOME-CURRENCY
                MOVE SPACES TO WS-TXN-CURRENCY
            ELSE
                MOVE LS-CURRENCY-CD TO WS-TXN-CURRENCY
            END-IF
            PERFORM VALIDATE-STORE
            IF LS-VALID
                PERFORM VALIDATE-CUSTOMER
            END-IF
            IF LS-VALID
                IF LS-SET-COUNT IS NUMERIC AND LS-SET-COUNT > 0
                    PERFORM VALIDATE-SET-FIELDS
                END-EVALUATE
            END-IF.

      *> With no customer master loaded, or no customer ID
      *> presented, there is nothing to check. Otherwise the
      *> customer's status is handed back - a blocked customer is
      *> rejected here, a held one is referred once the decision
      *> is made, and an ID not on the master comes back "U" so
      *> the caller can report it.
        VALIDATE-CUSTOMER.
            IF WS-CUST-COUNT > 0 AND LS-CUST-ID NOT = SPACES
                SET WS-CUST-FOUND TO FALSE
                PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                    UNTIL WS-CUST-IX > WS-CUST-COUNT
                        OR WS-CUST-FOUND
                    IF WS-CUST-ID(WS-CUST-IX) = LS-CUST-ID
                        SET WS-CUST-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF WS-CUST-FOUND
                    SUBTRACT 1 FROM WS-CUST-IX
                    MOVE WS-CUST-STATUS(WS-CUST-IX) TO LS-CUST-STATUS
                ELSE
                    MOVE "U" TO LS-CUST-STATUS
                END-IF
                IF LS-CUST-STATUS = "B"
                    MOVE "BLKC" TO LS-REASON-CD
                    MOVE "CUSTOMER IS BLOCKED" TO LS-REASON-TEXT
                    SET LS-VALID TO FALSE
                END-IF
            END-IF.

        VALIDATE-SINGLE-FIELDS.
            IF LS-COIN-COUNT IS NOT NUMERIC
                MOVE "NUMK" TO LS-REASON-CD
            PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                UNTIL WS-RATE-IX > WS-RATE-COUNT
                IF WS-RATE-DENOM-CD(WS-RATE-IX) = WS-LOOKUP-DENOM
                    AND WS-RATE-CURRENCY-CD(WS-RATE-IX)
                        = WS-TXN-CURRENCY
                    AND LS-TXN-DATE >= WS-RATE-EFF-FROM(WS-RATE-IX)
                    AND LS-TXN-DATE <= WS-RATE-EFF-TO(WS-RATE-IX)
                    MOVE WS-RATE-DENOM-VALUE(WS-RATE-IX)
                        SET LS-VALID TO FALSE
                END-COMPUTE
            END-IF
            SET WS-FX-FOUND TO TRUE
            IF LS-VALID AND WS-TXN-CURRENCY NOT = SPACES
                PERFORM CONVERT-FOREIGN-VALUE
            END-IF
            IF LS-VALID AND NOT WS-FX-FOUND
                MOVE "REF" TO LS-RESULT
                MOVE "FXRT" TO LS-REASON-CD
                MOVE "NO EXCHANGE RATE FOR CURRENCY ON TXN DATE"
                    TO LS-REASON-TEXT
            END-IF
            IF LS-VALID AND WS-FX-FOUND
                IF LS-COMPUTED-VALUE >= LS-REQ-AMOUNT THEN
                    MOVE "Yes" TO LS-RESULT
                    PERFORM CHECK-REFER-LIMIT
                    IF LS-RESULT = "Yes" AND LS-CUST-STATUS = "H"
                        MOVE "REF" TO LS-RESULT
                    END-IF
                ELSE
                    MOVE "No " TO LS-RESULT
                END-IF
                MOVE "REF" TO LS-RESULT
            END-IF.

      *> The face value just computed is in the foreign minor unit.
      *> It is handed back as such, and converted at the treasury
      *> rate for the transaction date itself - no earlier rate is
      *> ever used. With no rate for that date the home value is
      *> zero and the request is referred for a supervisor.
        CONVERT-FOREIGN-VALUE.
            MOVE LS-COMPUTED-VALUE TO LS-FOREIGN-VALUE
            MOVE 0 TO LS-COMPUTED-VALUE
            SET WS-FX-FOUND TO FALSE
            PERFORM VARYING WS-FX-IX FROM 1 BY 1
                UNTIL WS-FX-IX > WS-FX-COUNT
                    OR WS-FX-FOUND
                IF WS-FX-CURRENCY-CD(WS-FX-IX) = WS-TXN-CURRENCY
                    AND WS-FX-RATE-DATE(WS-FX-IX) = LS-TXN-DATE
                    SET WS-FX-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-FX-FOUND
                SUBTRACT 1 FROM WS-FX-IX
                COMPUTE LS-COMPUTED-VALUE ROUNDED =
                    LS-FOREIGN-VALUE * WS-FX-HOME-RATE(WS-FX-IX)
                    ON SIZE ERROR
                        MOVE "OVFL" TO LS-REASON-CD
                        MOVE "COIN VALUE COMPUTATION OVERFLOW"
                            TO LS-REASON-TEXT
                        SET LS-VALID TO FALSE
                END-COMPUTE
            END-IF.

      *> The set is valued as one sum so a request that clears on
      *> the combined value gets one answer, not a "No" per piece.
      *> The set's total coin count is handed back for the audit
            IF LS-VALID
                MOVE WS-SET-TOTAL-COINS TO LS-COIN-COUNT
            END-IF.

      *> A non-member's payout is charged the counting fee in
      *> force for each denomination counted; a member (a
      *> customer the station identified who is on the customer
      *> master) is not. An ID not on the master is charged like
      *> a non-member. The fee comes
      *> out of the payout - the customer is handed the net - and
      *> can never exceed the amount requested. A "No" pays
      *> nothing and so is charged nothing; a "REF" carries the
      *> fee it will be charged if a supervisor approves it. The
      *> schedule is keyed by home denomination, so foreign coin
      *> is not charged from it.
        COMPUTE-FEE.
            IF (LS-RESULT = "Yes" OR LS-RESULT = "REF")
                IF (LS-CUST-ID = SPACES OR LS-CUST-STATUS = "U")
                    AND WS-TXN-CURRENCY = SPACES
                    IF LS-SET-COUNT IS NUMERIC AND LS-SET-COUNT > 0
                        PERFORM VARYING WS-SET-IX FROM 1 BY 1
                            UNTIL WS-SET-IX > LS-SET-COUNT
                            MOVE LS-SET-DENOM-CD(WS-SET-IX)
                                TO WS-LOOKUP-DENOM
                            MOVE LS-SET-COIN-COUNT(WS-SET-IX)
                                TO WS-FEE-COINS
                            MOVE WS-SET-VALUE(WS-SET-IX)
                                TO WS-DENOM-VALUE
                            PERFORM ADD-DENOM-FEE
                        END-PERFORM
                    ELSE
                        MOVE LS-DENOM-CD TO WS-LOOKUP-DENOM
                        MOVE LS-COIN-COUNT TO WS-FEE-COINS
                        PERFORM ADD-DENOM-FEE
                    END-IF
                    IF LS-FEE-AMOUNT > LS-REQ-AMOUNT
                        MOVE LS-REQ-AMOUNT TO LS-FEE-AMOUNT
                    END-IF
                END-IF
                COMPUTE LS-NET-AMOUNT = LS-REQ-AMOUNT - LS-FEE-AMOUNT
            END-IF.

        ADD-DENOM-FEE.
            PERFORM LOOKUP-FEE
            IF WS-FEE-ROW > 0
                MOVE 0 TO WS-DENOM-FEE
                IF WS-FEE-TYPE(WS-FEE-ROW) = "P"
                    COMPUTE WS-DENOM-FEE ROUNDED =
                        WS-DENOM-VALUE * WS-FEE-COINS
                        * WS-FEE-RATE(WS-FEE-ROW) / 100
                        ON SIZE ERROR
                            MOVE LS-REQ-AMOUNT TO WS-DENOM-FEE
                    END-COMPUTE
                ELSE
                    COMPUTE WS-DENOM-FEE ROUNDED =
                        WS-FEE-COINS * WS-FEE-RATE(WS-FEE-ROW)
                        ON SIZE ERROR
                            MOVE LS-REQ-AMOUNT TO WS-DENOM-FEE
                    END-COMPUTE
                END-IF
                ADD WS-DENOM-FEE TO LS-FEE-AMOUNT
                    ON SIZE ERROR
                        MOVE LS-REQ-AMOUNT TO LS-FEE-AMOUNT
                END-ADD
            END-IF.

      *> The store-specific row in force on the transaction date
      *> wins over the blank-store default, as with the referral
      *> limit. WS-FEE-ROW comes back zero when neither applies.
        LOOKUP-FEE.
            MOVE 0 TO WS-FEE-ROW
            PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                UNTIL WS-FEE-IX > WS-FEE-COUNT
                    OR WS-FEE-ROW > 0
                IF WS-FEE-STORE-ID(WS-FEE-IX) = LS-STORE-ID
                    AND WS-FEE-DENOM-CD(WS-FEE-IX) = WS-LOOKUP-DENOM
                    AND LS-TXN-DATE >= WS-FEE-EFF-FROM(WS-FEE-IX)
                    AND LS-TXN-DATE <= WS-FEE-EFF-TO(WS-FEE-IX)
                    MOVE WS-FEE-IX TO WS-FEE-ROW
                END-IF
            END-PERFORM
            PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                UNTIL WS-FEE-IX > WS-FEE-COUNT
                    OR WS-FEE-ROW > 0
                IF WS-FEE-STORE-ID(WS-FEE-IX) = SPACES
                    AND WS-FEE-DENOM-CD(WS-FEE-IX) = WS-LOOKUP-DENOM
                    AND LS-TXN-DATE >= WS-FEE-EFF-FROM(WS-FEE-IX)
                    AND LS-TXN-DATE <= WS-FEE-EFF-TO(WS-FEE-IX)
                    MOVE WS-FEE-IX TO WS-FEE-ROW
                END-IF
            END-PERFORM.
