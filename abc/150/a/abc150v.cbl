      *> coin count - a voided redemption's coins go back over
      *> the counter by hand, and the position is corrected with
      *> a manifest adjustment, not here.
      *> Foreign coin is tracked per currency beside the home
      *> coin, each position carrying the foreign face value and
      *> the home-currency value it was taken in at. Foreign
      *> positions are written to their own dataset for the
      *> foreign coin processor and listed in a section of their
      *> own; the pickup threshold report covers home coin only.
      *> A MIX set's values are spread over its denominations by
      *> face value at the rate in force on the set's date.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            SELECT COIN-STORE-FILE ASSIGN TO COINSTOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-STORE-FS.
            SELECT FINV-IN-FILE ASSIGN TO COINFINI
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FINV-IN-FS.
            SELECT FINV-OUT-FILE ASSIGN TO COINFINO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FINV-OUT-FS.
            SELECT COIN-RATE-FILE ASSIGN TO COINRATE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-RATE-FS.

        DATA DIVISION.
        FILE SECTION.

        FD INV-OUT-FILE
            RECORDING MODE IS F.
        01  INV-OUT-REC             PIC X(65).

        FD FINV-IN-FILE
            RECORDING MODE IS F.
        01  FINV-IN-REC             PIC X(65).

        FD FINV-OUT-FILE
            RECORDING MODE IS F.
        01  FINV-OUT-REC            PIC X(65).

        FD COIN-RATE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RATE".

        FD COIN-AUDIT-FILE
            RECORDING MODE IS F.
        01 WS-PICKUP-FS PIC XX.
        01 WS-INVLIM-FS PIC XX.
        01 WS-COIN-STORE-FS PIC XX.
        01 WS-FINV-IN-FS PIC XX.
        01 WS-FINV-OUT-FS PIC XX.
        01 WS-COIN-RATE-FS PIC XX.
        01 WS-INV-EOF-SW PIC X VALUE "N".
            88 WS-INV-EOF VALUE "Y".
        01 WS-FINV-EOF-SW PIC X VALUE "N".
            88 WS-FINV-EOF VALUE "Y".
        01 WS-RATE-EOF-SW PIC X VALUE "N".
            88 WS-RATE-EOF VALUE "Y".
        01 WS-AUDIT-EOF-SW PIC X VALUE "N".
            88 WS-AUDIT-EOF VALUE "Y".
        01 WS-SETD-EOF-SW PIC X VALUE "N".
        01 WS-MSTR-EOF-SW PIC X VALUE "N".
            88 WS-MSTR-EOF VALUE "Y".
      *> Standing positions plus tonight's movement, one entry
      *> per store/currency/denomination, laid out as
      *> CPY-COIN-INV so rows move in and out whole.
        01 WS-POS-TABLE.
            05 WS-POS-ENTRY OCCURS 3000 TIMES.
                10 WS-POS-STORE-ID PIC X(6).
                10 WS-POS-DENOM-CD PIC X(3).
                10 WS-POS-COIN-COUNT PIC 9(15).
                10 WS-POS-LAST-DATE PIC 9(8).
                10 WS-POS-CURRENCY-CD PIC X(3).
                10 WS-POS-FOREIGN-VALUE PIC 9(15).
                10 WS-POS-HOME-VALUE PIC 9(15).
        01 WS-LOAD-ROW PIC X(65).
        01 WS-POS-COUNT PIC 9(5) VALUE 0.
        01 WS-POS-IX PIC 9(5).
        01 WS-POS-FOUND-SW PIC X VALUE "N".
            88 WS-POS-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-STORE-ID PIC X(6).
        01 WS-LOOKUP-DENOM-CD PIC X(3).
        01 WS-LOOKUP-CURRENCY-CD PIC X(3).
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
      *> Value carried in by the audit row being rolled in - zero
      *> foreign value for home coin and for rows written before
      *> foreign coin was taken.
        01 WS-TAKE-FOREIGN-VALUE PIC 9(15).
        01 WS-TAKE-HOME-VALUE PIC 9(15).
      *> Rate rows, used only to weight a MIX set's value across
      *> its denominations.
        01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 200 TIMES.
                10 WS-RATE-CURRENCY-CD PIC X(3).
                10 WS-RATE-DENOM-CD PIC X(3).
                10 WS-RATE-DENOM-VALUE PIC 9(9).
                10 WS-RATE-EFF-FROM PIC 9(8).
                10 WS-RATE-EFF-TO PIC 9(8).
        01 WS-RATE-COUNT PIC 9(4) VALUE 0.
        01 WS-RATE-IX PIC 9(4).
        01 WS-RATE-FOUND-SW PIC X VALUE "N".
            88 WS-RATE-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
      *> MIX apportionment work fields. Each detail row takes its
      *> weight's share of the set's values, the last row taking
      *> whatever rounding left over so the set still adds up.
        01 WS-MIX-BY-COUNT-SW PIC X VALUE "N".
            88 WS-MIX-BY-COUNT VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-MIX-ROW-COUNT PIC 9(5).
        01 WS-MIX-ROW-NUMBER PIC 9(5).
        01 WS-MIX-COUNT-TOTAL PIC 9(17).
        01 WS-MIX-WEIGHT-TOTAL PIC 9(17).
        01 WS-MIX-ROW-WEIGHT PIC 9(17).
        01 WS-MIX-ROW-FOREIGN PIC 9(15).
        01 WS-MIX-ROW-HOME PIC 9(15).
        01 WS-MIX-FOREIGN-LEFT PIC 9(15).
        01 WS-MIX-HOME-LEFT PIC 9(15).
      *> Value a pickup takes off, in proportion to the coins.
        01 WS-PICKUP-FOREIGN-VALUE PIC 9(15).
        01 WS-PICKUP-HOME-VALUE PIC 9(15).
      *> Set details, loaded whole so a MIX audit row - tonight's
      *> or a referral approved nights after its set was keyed -
      *> can be expanded by transaction ID. The whole row is
        01 WS-OVERDRAW-COUNT PIC 9(9) VALUE 0.
        01 WS-OVER-THRESHOLD-COUNT PIC 9(9) VALUE 0.
        01 WS-POS-WRITTEN-COUNT PIC 9(9) VALUE 0.
        01 WS-FPOS-WRITTEN-COUNT PIC 9(9) VALUE 0.
        01 WS-FOREIGN-TAKE-COUNT PIC 9(9) VALUE 0.
        01 WS-FOREIGN-HOME-TOTAL PIC 9(17) VALUE 0.
        01 WS-REPORT-LINE PIC X(90).

        PROCEDURE DIVISION.
            DISPLAY "ABC150_V NIGHTLY COIN INVENTORY ROLL"
            DISPLAY "=============================================="
            PERFORM LOAD-STANDING-POSITIONS
            PERFORM LOAD-FOREIGN-POSITIONS
            PERFORM LOAD-SET-DETAILS
            PERFORM LOAD-THRESHOLDS
            PERFORM LOAD-STORE-MASTER
            PERFORM LOAD-RATE-TABLE

            PERFORM ROLL-IN-TODAYS-TAKES
            PERFORM NET-OUT-PICKUPS
            PERFORM WRITE-POSITIONS-OUT
            PERFORM WRITE-SET-DETAILS-OUT
            PERFORM PRINT-PICKUP-REPORT
            PERFORM PRINT-FOREIGN-POSITIONS

            IF WS-OVER-THRESHOLD-COUNT > 0
                MOVE 4 TO RETURN-CODE
                    WS-INV-IN-FS ", STARTING EMPTY"
            ELSE
                PERFORM UNTIL WS-INV-EOF
                    READ INV-IN-FILE INTO WS-LOAD-ROW
                        AT END
                            SET WS-INV-EOF TO TRUE
                        NOT AT END
                            PERFORM LOAD-POSITION-ROW
                    END-READ
                END-PERFORM
                CLOSE INV-IN-FILE
            END-IF.

      *> The foreign positions come in beside the home ones, so a
      *> foreign take or pickup finds its standing position the
      *> same way. Missing on the first run after foreign coin
      *> was introduced, like the home file on its first run.
        LOAD-FOREIGN-POSITIONS.
            OPEN INPUT FINV-IN-FILE
            IF WS-FINV-IN-FS NOT = "00"
                DISPLAY "NOTE: NO STANDING FOREIGN POSITION FILE, "
                    "STATUS=" WS-FINV-IN-FS ", STARTING EMPTY"
            ELSE
                PERFORM UNTIL WS-FINV-EOF
                    READ FINV-IN-FILE INTO WS-LOAD-ROW
                        AT END
                            SET WS-FINV-EOF TO TRUE
                        NOT AT END
                            PERFORM LOAD-POSITION-ROW
                    END-READ
                END-PERFORM
                CLOSE FINV-IN-FILE
            END-IF.

      *> A row written before positions carried value comes in
      *> as home coin with no value; its value builds up again
      *> from tonight's takes.
        LOAD-POSITION-ROW.
            IF WS-POS-COUNT < 3000
                ADD 1 TO WS-POS-COUNT
                MOVE WS-LOAD-ROW TO WS-POS-ENTRY(WS-POS-COUNT)
                IF WS-POS-FOREIGN-VALUE(WS-POS-COUNT) IS NOT NUMERIC
                    MOVE SPACES TO WS-POS-CURRENCY-CD(WS-POS-COUNT)
                    MOVE 0 TO WS-POS-FOREIGN-VALUE(WS-POS-COUNT)
                END-IF
                IF WS-POS-HOME-VALUE(WS-POS-COUNT) IS NOT NUMERIC
                    MOVE 0 TO WS-POS-HOME-VALUE(WS-POS-COUNT)
                END-IF
            ELSE
                DISPLAY "FATAL: MORE THAN 3000 POSITIONS - THE "
                    "ROLL CANNOT COVER THE FILES, REFUSING"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> The file must fit the table before anything is rolled -
      *> running on past the cap would silently stop tracking
      *> MIX positions, the same quiet coverage loss the old
                CLOSE COIN-STORE-FILE
            END-IF.

      *> Without the rate file a MIX set is still expanded, its
      *> value spread by coin count instead of face value.
        LOAD-RATE-TABLE.
            OPEN INPUT COIN-RATE-FILE
            IF WS-COIN-RATE-FS NOT = "00"
                DISPLAY "NOTE: NO RATE FILE, STATUS="
                    WS-COIN-RATE-FS ", MIX VALUES SPREAD BY COUNT"
            ELSE
                PERFORM UNTIL WS-RATE-EOF
                    READ COIN-RATE-FILE
                        AT END
                            SET WS-RATE-EOF TO TRUE
                        NOT AT END
                            IF WS-RATE-COUNT < 200
                                ADD 1 TO WS-RATE-COUNT
                                MOVE CV-CURRENCY-CD TO
                                    WS-RATE-CURRENCY-CD(WS-RATE-COUNT)
                                MOVE CV-DENOM-CD TO
                                    WS-RATE-DENOM-CD(WS-RATE-COUNT)
                                MOVE CV-DENOM-VALUE TO
                                    WS-RATE-DENOM-VALUE(WS-RATE-COUNT)
                                MOVE CV-EFF-FROM-DATE TO
                                    WS-RATE-EFF-FROM(WS-RATE-COUNT)
                                MOVE CV-EFF-TO-DATE TO
                                    WS-RATE-EFF-TO(WS-RATE-COUNT)
                            ELSE
                                DISPLAY "ERROR: MORE THAN 200 RATE "
                                    "ROWS, IGNORING EXTRA ROW FOR "
                                    CV-DENOM-CD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-RATE-FILE
            END-IF.

      *> Coin physically arrives on a rule-made "Yes" tonight and
      *> on a disposition-approved referral (the store took the
      *> bag the night the teller said yes, but the position only
            CLOSE COIN-AUDIT-FILE.

        ROLL-IN-ONE-TAKE.
            MOVE CA-COMPUTED-VALUE TO WS-TAKE-HOME-VALUE
            IF CA-FOREIGN-VALUE IS NUMERIC
                MOVE CA-CURRENCY-CD TO WS-LOOKUP-CURRENCY-CD
                MOVE CA-FOREIGN-VALUE TO WS-TAKE-FOREIGN-VALUE
            ELSE
                MOVE SPACES TO WS-LOOKUP-CURRENCY-CD
                MOVE 0 TO WS-TAKE-FOREIGN-VALUE
            END-IF
            IF WS-LOOKUP-CURRENCY-CD = WS-HOME-CURRENCY
                MOVE SPACES TO WS-LOOKUP-CURRENCY-CD
            END-IF
            IF WS-LOOKUP-CURRENCY-CD NOT = SPACES
                ADD 1 TO WS-FOREIGN-TAKE-COUNT
            END-IF
            IF CA-DENOM-CD = "MIX"
                PERFORM EXPAND-MIX-TAKE
            ELSE
                IF WS-POS-FOUND
                    ADD CA-COIN-COUNT
                        TO WS-POS-COIN-COUNT(WS-POS-IX)
                    ADD WS-TAKE-FOREIGN-VALUE
                        TO WS-POS-FOREIGN-VALUE(WS-POS-IX)
                    ADD WS-TAKE-HOME-VALUE
                        TO WS-POS-HOME-VALUE(WS-POS-IX)
                    MOVE WS-TODAY TO WS-POS-LAST-DATE(WS-POS-IX)
                END-IF
            END-IF.
      *> file under the same transaction ID. A MIX row with no
      *> detail rows predates the detail capture - it is counted
      *> and reported so the position's gap is known, not silent.
      *> A first pass over the detail rows totals the weights the
      *> set's values are spread by - face value where every row
      *> has a rate, otherwise coin count.
        EXPAND-MIX-TAKE.
            SET WS-SETD-MATCHED TO FALSE
            SET WS-MIX-BY-COUNT TO FALSE
            MOVE 0 TO WS-MIX-ROW-COUNT
            MOVE 0 TO WS-MIX-COUNT-TOTAL
            MOVE 0 TO WS-MIX-WEIGHT-TOTAL
            PERFORM VARYING WS-SETD-IX FROM 1 BY 1
                UNTIL WS-SETD-IX > WS-SETD-COUNT
                IF WS-SD-TXN-ID(WS-SETD-IX) = CA-TXN-ID
                    ADD 1 TO WS-MIX-ROW-COUNT
                    ADD WS-SD-COIN-COUNT(WS-SETD-IX)
                        TO WS-MIX-COUNT-TOTAL
                    PERFORM LOOKUP-DETAIL-RATE
                    IF WS-RATE-FOUND
                        COMPUTE WS-MIX-WEIGHT-TOTAL =
                            WS-MIX-WEIGHT-TOTAL
                            + WS-SD-COIN-COUNT(WS-SETD-IX)
                            * WS-RATE-DENOM-VALUE(WS-RATE-IX)
                    ELSE
                        SET WS-MIX-BY-COUNT TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            IF WS-MIX-BY-COUNT OR WS-MIX-WEIGHT-TOTAL = 0
                SET WS-MIX-BY-COUNT TO TRUE
                MOVE WS-MIX-COUNT-TOTAL TO WS-MIX-WEIGHT-TOTAL
            END-IF
            MOVE WS-TAKE-FOREIGN-VALUE TO WS-MIX-FOREIGN-LEFT
            MOVE WS-TAKE-HOME-VALUE TO WS-MIX-HOME-LEFT
            MOVE 0 TO WS-MIX-ROW-NUMBER
            PERFORM VARYING WS-SETD-IX FROM 1 BY 1
                UNTIL WS-SETD-IX > WS-SETD-COUNT
                IF WS-SD-TXN-ID(WS-SETD-IX) = CA-TXN-ID
                    SET WS-SETD-MATCHED TO TRUE
                    ADD 1 TO WS-MIX-ROW-NUMBER
                    PERFORM APPORTION-MIX-ROW
                    MOVE CA-STORE-ID TO WS-LOOKUP-STORE-ID
                    MOVE WS-SD-DENOM-CD(WS-SETD-IX)
                        TO WS-LOOKUP-DENOM-CD
                    IF WS-POS-FOUND
                        ADD WS-SD-COIN-COUNT(WS-SETD-IX)
                            TO WS-POS-COIN-COUNT(WS-POS-IX)
                        ADD WS-MIX-ROW-FOREIGN
                            TO WS-POS-FOREIGN-VALUE(WS-POS-IX)
                        ADD WS-MIX-ROW-HOME
                            TO WS-POS-HOME-VALUE(WS-POS-IX)
                        MOVE WS-TODAY
                            TO WS-POS-LAST-DATE(WS-POS-IX)
                    END-IF
                    "DENOMINATION"
            END-IF.

      *> The detail row's share of the set's values. The last
      *> row takes what is left, so rounding never loses value.
        APPORTION-MIX-ROW.
            EVALUATE TRUE
                WHEN WS-MIX-ROW-NUMBER = WS-MIX-ROW-COUNT
                    MOVE WS-MIX-FOREIGN-LEFT TO WS-MIX-ROW-FOREIGN
                    MOVE WS-MIX-HOME-LEFT TO WS-MIX-ROW-HOME
                WHEN WS-MIX-WEIGHT-TOTAL = 0
                    MOVE 0 TO WS-MIX-ROW-FOREIGN
                    MOVE 0 TO WS-MIX-ROW-HOME
                WHEN OTHER
                    PERFORM SHARE-MIX-ROW-VALUE
            END-EVALUATE.

        SHARE-MIX-ROW-VALUE.
            IF WS-MIX-BY-COUNT
                MOVE WS-SD-COIN-COUNT(WS-SETD-IX) TO WS-MIX-ROW-WEIGHT
            ELSE
                PERFORM LOOKUP-DETAIL-RATE
                COMPUTE WS-MIX-ROW-WEIGHT =
                    WS-SD-COIN-COUNT(WS-SETD-IX)
                    * WS-RATE-DENOM-VALUE(WS-RATE-IX)
            END-IF
            COMPUTE WS-MIX-ROW-FOREIGN =
                WS-TAKE-FOREIGN-VALUE * WS-MIX-ROW-WEIGHT
                / WS-MIX-WEIGHT-TOTAL
            COMPUTE WS-MIX-ROW-HOME =
                WS-TAKE-HOME-VALUE * WS-MIX-ROW-WEIGHT
                / WS-MIX-WEIGHT-TOTAL
            IF WS-MIX-ROW-FOREIGN > WS-MIX-FOREIGN-LEFT
                MOVE WS-MIX-FOREIGN-LEFT TO WS-MIX-ROW-FOREIGN
            END-IF
            IF WS-MIX-ROW-HOME > WS-MIX-HOME-LEFT
                MOVE WS-MIX-HOME-LEFT TO WS-MIX-ROW-HOME
            END-IF
            SUBTRACT WS-MIX-ROW-FOREIGN FROM WS-MIX-FOREIGN-LEFT
            SUBTRACT WS-MIX-ROW-HOME FROM WS-MIX-HOME-LEFT.

      *> The rate row in force on the set's date for the detail
      *> row's denomination, in the set's currency.
        LOOKUP-DETAIL-RATE.
            SET WS-RATE-FOUND TO FALSE
            PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                UNTIL WS-RATE-IX > WS-RATE-COUNT
                    OR WS-RATE-FOUND
                IF WS-RATE-CURRENCY-CD(WS-RATE-IX)
                        = WS-LOOKUP-CURRENCY-CD
                    AND WS-RATE-DENOM-CD(WS-RATE-IX)
                        = WS-SD-DENOM-CD(WS-SETD-IX)
                    AND WS-SD-TXN-DATE(WS-SETD-IX)
                        >= WS-RATE-EFF-FROM(WS-RATE-IX)
                    AND WS-SD-TXN-DATE(WS-SETD-IX)
                        <= WS-RATE-EFF-TO(WS-RATE-IX)
                    SET WS-RATE-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RATE-FOUND
                SUBTRACT 1 FROM WS-RATE-IX
            END-IF.

        LOCATE-POSITION-ENTRY.
            SET WS-POS-FOUND TO FALSE
            PERFORM VARYING WS-POS-IX FROM 1 BY 1
                IF WS-POS-STORE-ID(WS-POS-IX) = WS-LOOKUP-STORE-ID
                    AND WS-POS-DENOM-CD(WS-POS-IX)
                        = WS-LOOKUP-DENOM-CD
                    AND WS-POS-CURRENCY-CD(WS-POS-IX)
                        = WS-LOOKUP-CURRENCY-CD
                    SET WS-POS-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-POS-FOUND
                SUBTRACT 1 FROM WS-POS-IX
            ELSE
                IF WS-POS-COUNT < 3000
                    ADD 1 TO WS-POS-COUNT
                    MOVE WS-POS-COUNT TO WS-POS-IX
                    MOVE WS-LOOKUP-STORE-ID
                        TO WS-POS-STORE-ID(WS-POS-IX)
                    MOVE WS-LOOKUP-DENOM-CD
                        TO WS-POS-DENOM-CD(WS-POS-IX)
                    MOVE WS-LOOKUP-CURRENCY-CD
                        TO WS-POS-CURRENCY-CD(WS-POS-IX)
                    MOVE 0 TO WS-POS-COIN-COUNT(WS-POS-IX)
                    MOVE 0 TO WS-POS-FOREIGN-VALUE(WS-POS-IX)
                    MOVE 0 TO WS-POS-HOME-VALUE(WS-POS-IX)
                    MOVE WS-TODAY TO WS-POS-LAST-DATE(WS-POS-IX)
                    SET WS-POS-FOUND TO TRUE
                ELSE
                    DISPLAY "ERROR: MORE THAN 3000 POSITIONS, "
                        "DROPPING MOVEMENT FOR STORE "
                        WS-LOOKUP-STORE-ID " DENOM "
                        WS-LOOKUP-DENOM-CD " " WS-LOOKUP-CURRENCY-CD
                END-IF
            END-IF.

                CLOSE PICKUP-FILE
            END-IF.

      *> The pickup takes the position's value down in step with
      *> its coins; collecting the whole position takes all of it.
        NET-ONE-PICKUP.
            MOVE CY-STORE-ID TO WS-LOOKUP-STORE-ID
            MOVE CY-DENOM-CD TO WS-LOOKUP-DENOM-CD
            MOVE CY-CURRENCY-CD TO WS-LOOKUP-CURRENCY-CD
            IF WS-LOOKUP-CURRENCY-CD = WS-HOME-CURRENCY
                MOVE SPACES TO WS-LOOKUP-CURRENCY-CD
            END-IF
            PERFORM LOCATE-POSITION-ENTRY
            IF WS-POS-FOUND
                EVALUATE TRUE
                    WHEN CY-COIN-COUNT > WS-POS-COIN-COUNT(WS-POS-IX)
                        ADD 1 TO WS-OVERDRAW-COUNT
                        DISPLAY "WARNING: PICKUP OF " CY-COIN-COUNT
                            " EXCEEDS POSITION "
                            WS-POS-COIN-COUNT(WS-POS-IX)
                            " AT STORE " CY-STORE-ID " DENOM "
                            CY-DENOM-CD " " CY-CURRENCY-CD
                            " - POSITION ZEROED, "
                            "RECONCILE THE MANIFEST"
                        MOVE 0 TO WS-POS-COIN-COUNT(WS-POS-IX)
                        MOVE 0 TO WS-POS-FOREIGN-VALUE(WS-POS-IX)
                        MOVE 0 TO WS-POS-HOME-VALUE(WS-POS-IX)
                    WHEN CY-COIN-COUNT = WS-POS-COIN-COUNT(WS-POS-IX)
                        MOVE 0 TO WS-POS-COIN-COUNT(WS-POS-IX)
                        MOVE 0 TO WS-POS-FOREIGN-VALUE(WS-POS-IX)
                        MOVE 0 TO WS-POS-HOME-VALUE(WS-POS-IX)
                    WHEN OTHER
                        COMPUTE WS-PICKUP-FOREIGN-VALUE ROUNDED =
                            WS-POS-FOREIGN-VALUE(WS-POS-IX)
                            * CY-COIN-COUNT
                            / WS-POS-COIN-COUNT(WS-POS-IX)
                        COMPUTE WS-PICKUP-HOME-VALUE ROUNDED =
                            WS-POS-HOME-VALUE(WS-POS-IX)
                            * CY-COIN-COUNT
                            / WS-POS-COIN-COUNT(WS-POS-IX)
                        SUBTRACT CY-COIN-COUNT
                            FROM WS-POS-COIN-COUNT(WS-POS-IX)
                        SUBTRACT WS-PICKUP-FOREIGN-VALUE
                            FROM WS-POS-FOREIGN-VALUE(WS-POS-IX)
                        SUBTRACT WS-PICKUP-HOME-VALUE
                            FROM WS-POS-HOME-VALUE(WS-POS-IX)
                END-EVALUATE
                MOVE WS-TODAY TO WS-POS-LAST-DATE(WS-POS-IX)
            END-IF.

      *> Zeroed positions drop off the file - a store that sent
      *> everything out has nothing to schedule a pickup for.
      *> Home and foreign positions go to their own datasets.
        WRITE-POSITIONS-OUT.
            OPEN OUTPUT INV-OUT-FILE
            IF WS-INV-OUT-FS NOT = "00"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT FINV-OUT-FILE
            IF WS-FINV-OUT-FS NOT = "00"
                DISPLAY "ERROR OPENING FINV-OUT-FILE, STATUS="
                    WS-FINV-OUT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING WS-POS-IX FROM 1 BY 1
                UNTIL WS-POS-IX > WS-POS-COUNT
                IF WS-POS-COIN-COUNT(WS-POS-IX) > 0
                    IF WS-POS-CURRENCY-CD(WS-POS-IX) = SPACES
                        ADD 1 TO WS-POS-WRITTEN-COUNT
                        MOVE WS-POS-ENTRY(WS-POS-IX) TO INV-OUT-REC
                        WRITE INV-OUT-REC
                        IF WS-INV-OUT-FS NOT = "00"
                            DISPLAY "ERROR WRITING INV-OUT-FILE, "
                                "STATUS=" WS-INV-OUT-FS
                        END-IF
                    ELSE
                        ADD 1 TO WS-FPOS-WRITTEN-COUNT
                        MOVE WS-POS-ENTRY(WS-POS-IX) TO FINV-OUT-REC
                        WRITE FINV-OUT-REC
                        IF WS-FINV-OUT-FS NOT = "00"
                            DISPLAY "ERROR WRITING FINV-OUT-FILE, "
                                "STATUS=" WS-FINV-OUT-FS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            CLOSE INV-OUT-FILE
            CLOSE FINV-OUT-FILE.

      *> The set detail file is rewritten less the rows past the
      *> referral horizon - by then the set was either rolled
                WS-OVERDRAW-COUNT
            DISPLAY "POSITIONS CARRIED . . . . : "
                WS-POS-WRITTEN-COUNT
            DISPLAY "FOREIGN TAKES ROLLED IN . : "
                WS-FOREIGN-TAKE-COUNT
            DISPLAY "FOREIGN POSITIONS CARRIED : "
                WS-FPOS-WRITTEN-COUNT
            DISPLAY "SET DETAILS KEPT  . . . . : "
                WS-SETD-KEPT-COUNT
            DISPLAY "SET DETAILS PURGED  . . . : "

        CHECK-ONE-POSITION.
            PERFORM LOOKUP-THRESHOLD
            IF WS-POS-CURRENCY-CD(WS-POS-IX) = SPACES
                AND WS-LIMIT-FOUND
                AND WS-POS-COIN-COUNT(WS-POS-IX) > WS-THRESHOLD
                ADD 1 TO WS-OVER-THRESHOLD-COUNT
                PERFORM LOOKUP-STORE-NAME
                    " COINS, THRESHOLD " WS-THRESHOLD
                    " - SCHEDULE A PICKUP"
            END-IF.

      *> Foreign positions, for the foreign coin processor that
      *> collects them: coins held, their face value in the
      *> currency's minor unit, and the home-currency value they
      *> were taken in at.
        PRINT-FOREIGN-POSITIONS.
            DISPLAY "----------------------------------------------"
            DISPLAY "FOREIGN COIN POSITIONS"
            PERFORM VARYING WS-POS-IX FROM 1 BY 1
                UNTIL WS-POS-IX > WS-POS-COUNT
                IF WS-POS-CURRENCY-CD(WS-POS-IX) NOT = SPACES
                    AND WS-POS-COIN-COUNT(WS-POS-IX) > 0
                    PERFORM LIST-ONE-FOREIGN-POSITION
                END-IF
            END-PERFORM
            IF WS-FPOS-WRITTEN-COUNT = 0
                DISPLAY "  NO FOREIGN COIN HELD"
            ELSE
                DISPLAY "  HOME VALUE OF FOREIGN COIN HELD: "
                    WS-FOREIGN-HOME-TOTAL
            END-IF
            DISPLAY "==============================================".

        LIST-ONE-FOREIGN-POSITION.
            ADD WS-POS-HOME-VALUE(WS-POS-IX) TO WS-FOREIGN-HOME-TOTAL
            PERFORM LOOKUP-STORE-NAME
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  STORE " DELIMITED BY SIZE
                WS-POS-STORE-ID(WS-POS-IX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-STORE-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-POS-CURRENCY-CD(WS-POS-IX) DELIMITED BY SIZE
                " DENOM " DELIMITED BY SIZE
                WS-POS-DENOM-CD(WS-POS-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            DISPLAY "    HOLDING " WS-POS-COIN-COUNT(WS-POS-IX)
                " COINS, FACE " WS-POS-FOREIGN-VALUE(WS-POS-IX)
                " HOME " WS-POS-HOME-VALUE(WS-POS-IX).
