        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_L.

      *> ABC150_L - nightly treasury exchange rate load.
      *> Runs in the nightly job after the run-control date is
      *> set and before ABC150_A, so foreign coin is valued on
      *> rates somebody checked. Treasury sends the day's rate for
      *> every foreign currency the stores take (one
      *> CPY-COIN-FXRATE row per currency per day); each row is
      *> validated - a real foreign currency code, a numeric
      *> nonzero rate, dated for a day tonight's run takes
      *> transactions from (the business date, or a weekend or
      *> holiday before it that ABC150_C folded into this run),
      *> not repeated for that day in the same feed - and the
      *> good rows are added to the rate
      *> history ABC150R values foreign coin from. A bad or stale
      *> row is reported and NOT loaded: ABC150R refers a foreign
      *> item whose currency has no rate for the transaction date
      *> rather than decide it on an old rate, so a missing or
      *> late feed costs supervisors some referrals, never a
      *> wrong payout. History rows older than the retention
      *> window drop off (the online inquiry values back-dated
      *> requests from the window), and tonight's rows are
      *> written first so that ABC150R's in-core table, if it
      *> ever fills, loses the oldest rates and not the newest.
      *> A history row already dated for one of tonight's days
      *> is replaced only when the feed brings a valid row for
      *> its currency and that day, so a
      *> rerun after the feed was cleared keeps the rates loaded.
      *> The rewritten history goes to a .NEW dataset promoted by
      *> the nightly job, so a failed load cannot destroy it.
      *> Ends RC=4 when anything was rejected, or any currency on
      *> the history has no rate for tonight.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-CTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CTL-FS.
            SELECT FX-FEED-FILE ASSIGN TO COINFXIN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FX-FEED-FS.
            SELECT FX-HIST-FILE ASSIGN TO COINFXHI
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FX-HIST-FS.
            SELECT FX-HIST-OUT-FILE ASSIGN TO COINFXHO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FX-HIST-OUT-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-CTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

        FD FX-FEED-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-FXRATE".

        FD FX-HIST-FILE
            RECORDING MODE IS F.
        01  FX-HIST-IN-REC          PIC X(24).

        FD FX-HIST-OUT-FILE
            RECORDING MODE IS F.
        01  FX-HIST-OUT-REC         PIC X(24).

        WORKING-STORAGE SECTION.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-FX-FEED-FS PIC XX.
        01 WS-FX-HIST-FS PIC XX.
        01 WS-FX-HIST-OUT-FS PIC XX.
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-FEED-EOF-SW PIC X VALUE "N".
            88 WS-FEED-EOF VALUE "Y".
        01 WS-HIST-EOF-SW PIC X VALUE "N".
            88 WS-HIST-EOF VALUE "Y".
        01 WS-BUS-DATE PIC 9(8) VALUE 0.
      *> First day tonight's extract may carry - a rate dated
      *> from here to the business date is current.
        01 WS-FIRST-TXN-DATE PIC 9(8) VALUE 0.
      *> The currency every payout and GL amount is in. A feed row
      *> for it is meaningless - home coin is valued at face.
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
      *> How long a rate is kept: long enough for the online
      *> inquiry to value a back-dated request, and for a
      *> referral to be traced to the rate it lacked.
        01 WS-RETENTION-DAYS PIC 9(3) VALUE 60.
        01 WS-CUTOFF-DATE PIC 9(8).
        01 WS-CUTOFF-INT PIC 9(9).
        01 WS-WORK-FX.
            05 WS-WK-CURRENCY-CD PIC X(3).
            05 WS-WK-RATE-DATE PIC 9(8).
            05 WS-WK-HOME-RATE PIC 9(5)V9(8).
      *> Tonight's valid feed rows.
        01 WS-FEED-TABLE.
            05 WS-FEED-ENTRY OCCURS 500 TIMES.
                10 WS-FD-CURRENCY-CD PIC X(3).
                10 WS-FD-RATE-DATE PIC 9(8).
                10 WS-FD-HOME-RATE PIC 9(5)V9(8).
        01 WS-FEED-COUNT PIC 9(4) VALUE 0.
        01 WS-FEED-IX PIC 9(4).
        01 WS-FEED-FOUND-SW PIC X VALUE "N".
            88 WS-FEED-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
      *> Every currency the history holds, and whether it has a
      *> rate for tonight once the load is done - the check that
      *> catches a currency treasury stopped sending.
        01 WS-CURR-TABLE.
            05 WS-CURR-ENTRY OCCURS 100 TIMES.
                10 WS-CR-CURRENCY-CD PIC X(3).
                10 WS-CR-HAS-TODAY PIC X(1).
        01 WS-CURR-COUNT PIC 9(4) VALUE 0.
        01 WS-CURR-IX PIC 9(4).
        01 WS-CURR-FOUND-SW PIC X VALUE "N".
            88 WS-CURR-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-REJECT-REASON PIC X(40).
        01 WS-FEED-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
        01 WS-STALE-COUNT PIC 9(9) VALUE 0.
        01 WS-HIST-KEPT-COUNT PIC 9(9) VALUE 0.
        01 WS-HIST-PURGED-COUNT PIC 9(9) VALUE 0.
        01 WS-HIST-REPLACED-COUNT PIC 9(9) VALUE 0.
        01 WS-MISSING-COUNT PIC 9(9) VALUE 0.
        01 WS-REPORT-LINE PIC X(90).

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_L TREASURY EXCHANGE RATE LOAD"
            DISPLAY "=============================================="
            PERFORM READ-BUSINESS-DATE
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                - WS-RETENTION-DAYS
            MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                TO WS-CUTOFF-DATE
            DISPLAY "BUSINESS DATE . . . . . . : " WS-BUS-DATE
            DISPLAY "RATES ACCEPTED FROM . . . : " WS-FIRST-TXN-DATE

            PERFORM LOAD-FEED
            OPEN OUTPUT FX-HIST-OUT-FILE
            IF WS-FX-HIST-OUT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN FX-HIST-OUT-FILE, "
                    "STATUS=" WS-FX-HIST-OUT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM WRITE-FEED-ROWS
            PERFORM CARRY-HISTORY
            CLOSE FX-HIST-OUT-FILE

            PERFORM REPORT-MISSING-CURRENCIES
            PERFORM PRINT-LOAD-SUMMARY

            IF WS-REJECT-COUNT > 0 OR WS-MISSING-COUNT > 0
                OR WS-FEED-COUNT = 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *> Tonight's business date, as ABC150_C set it, and the
      *> first day its transactions may carry - the only dates a
      *> feed row may carry.
        READ-BUSINESS-DATE.
            OPEN INPUT COIN-CTL-FILE
            IF WS-COIN-CTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-CTL-FILE, "
                    "STATUS=" WS-COIN-CTL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ COIN-CTL-FILE
                AT END
                    SET WS-CTL-EMPTY TO TRUE
            END-READ
            IF WS-CTL-EMPTY
                DISPLAY "FATAL: COIN-CTL-FILE IS EMPTY - NO BUSINESS "
                    "DATE TO LOAD RATES FOR"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CU-BUS-DATE TO WS-BUS-DATE
            IF CU-FIRST-TXN-DATE IS NUMERIC
                AND CU-FIRST-TXN-DATE > 0
                AND CU-FIRST-TXN-DATE < CU-BUS-DATE
                MOVE CU-FIRST-TXN-DATE TO WS-FIRST-TXN-DATE
            ELSE
                MOVE CU-BUS-DATE TO WS-FIRST-TXN-DATE
            END-IF
            CLOSE COIN-CTL-FILE.

      *> A missing feed is not fatal - the history still holds
      *> earlier rates and any rate already loaded for tonight -
      *> but every foreign item without a rate for its date will
      *> be referred, so it is said loudly.
        LOAD-FEED.
            DISPLAY "----------------------------------------------"
            DISPLAY "FEED ROWS REJECTED"
            OPEN INPUT FX-FEED-FILE
            IF WS-FX-FEED-FS NOT = "00"
                DISPLAY "WARNING: NO EXCHANGE RATE FEED, STATUS="
                    WS-FX-FEED-FS
            ELSE
                PERFORM UNTIL WS-FEED-EOF
                    READ FX-FEED-FILE
                        AT END
                            SET WS-FEED-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-FEED-READ-COUNT
                            PERFORM VALIDATE-FEED-ROW
                    END-READ
                END-PERFORM
                CLOSE FX-FEED-FILE
            END-IF
            IF WS-REJECT-COUNT = 0
                DISPLAY "  NONE"
            END-IF
            IF WS-FEED-COUNT = 0
                DISPLAY "WARNING: NO VALID EXCHANGE RATES FOR "
                    WS-BUS-DATE " - FOREIGN COIN WITHOUT A RATE "
                    "WILL BE REFERRED"
            END-IF.

        VALIDATE-FEED-ROW.
            MOVE CPY-COIN-FXRATE-REC TO WS-WORK-FX
            MOVE SPACES TO WS-REJECT-REASON
            EVALUATE TRUE
                WHEN WS-WK-CURRENCY-CD = SPACES
                    MOVE "CURRENCY CODE BLANK" TO WS-REJECT-REASON
                WHEN WS-WK-CURRENCY-CD = WS-HOME-CURRENCY
                    MOVE "HOME CURRENCY NEEDS NO RATE"
                        TO WS-REJECT-REASON
                WHEN WS-WK-HOME-RATE IS NOT NUMERIC
                    MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
                WHEN WS-WK-HOME-RATE = 0
                    MOVE "RATE IS ZERO" TO WS-REJECT-REASON
                WHEN WS-WK-RATE-DATE IS NOT NUMERIC
                    MOVE "RATE DATE NOT NUMERIC" TO WS-REJECT-REASON
                WHEN WS-WK-RATE-DATE < WS-FIRST-TXN-DATE
                    OR WS-WK-RATE-DATE > WS-BUS-DATE
                    MOVE "STALE - NOT DATED FOR TONIGHT'S DAYS"
                        TO WS-REJECT-REASON
                    ADD 1 TO WS-STALE-COUNT
                WHEN OTHER
                    PERFORM FIND-FEED-CURRENCY
                    IF WS-FEED-FOUND
                        MOVE "CURRENCY REPEATED FOR DATE IN FEED"
                            TO WS-REJECT-REASON
                    END-IF
            END-EVALUATE
            IF WS-REJECT-REASON = SPACES
                IF WS-FEED-COUNT < 500
                    ADD 1 TO WS-FEED-COUNT
                    MOVE WS-WORK-FX TO WS-FEED-ENTRY(WS-FEED-COUNT)
                ELSE
                    MOVE "MORE THAN 500 RATES IN FEED"
                        TO WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                ADD 1 TO WS-REJECT-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  CURRENCY " DELIMITED BY SIZE
                    WS-WK-CURRENCY-CD DELIMITED BY SIZE
                    " DATE " DELIMITED BY SIZE
                    WS-WK-RATE-DATE DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-REJECT-REASON DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
            END-IF.

      *> A feed row for the work row's currency and date.
        FIND-FEED-CURRENCY.
            SET WS-FEED-FOUND TO FALSE
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                UNTIL WS-FEED-IX > WS-FEED-COUNT
                    OR WS-FEED-FOUND
                IF WS-FD-CURRENCY-CD(WS-FEED-IX) = WS-WK-CURRENCY-CD
                    AND WS-FD-RATE-DATE(WS-FEED-IX) = WS-WK-RATE-DATE
                    SET WS-FEED-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-FEED-FOUND
                SUBTRACT 1 FROM WS-FEED-IX
            END-IF.

        WRITE-FEED-ROWS.
            PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                UNTIL WS-FEED-IX > WS-FEED-COUNT
                MOVE WS-FEED-ENTRY(WS-FEED-IX) TO FX-HIST-OUT-REC
                PERFORM WRITE-HIST-OUT
                MOVE WS-FD-CURRENCY-CD(WS-FEED-IX)
                    TO WS-WK-CURRENCY-CD
                MOVE WS-FD-RATE-DATE(WS-FEED-IX) TO WS-WK-RATE-DATE
                PERFORM NOTE-CURRENCY
            END-PERFORM.

      *> A missing history just means the first night of the
      *> feature - the output starts with tonight's rows alone.
        CARRY-HISTORY.
            OPEN INPUT FX-HIST-FILE
            IF WS-FX-HIST-FS NOT = "00"
                DISPLAY "NOTE: NO EXCHANGE RATE HISTORY, STATUS="
                    WS-FX-HIST-FS ", STARTING FROM TONIGHT'S FEED"
            ELSE
                PERFORM UNTIL WS-HIST-EOF
                    READ FX-HIST-FILE
                        AT END
                            SET WS-HIST-EOF TO TRUE
                        NOT AT END
                            MOVE FX-HIST-IN-REC TO WS-WORK-FX
                            PERFORM CARRY-ONE-HISTORY-ROW
                    END-READ
                END-PERFORM
                CLOSE FX-HIST-FILE
            END-IF.

        CARRY-ONE-HISTORY-ROW.
            SET WS-FEED-FOUND TO FALSE
            IF WS-WK-RATE-DATE NOT < WS-FIRST-TXN-DATE
                AND WS-WK-RATE-DATE NOT > WS-BUS-DATE
                PERFORM FIND-FEED-CURRENCY
            END-IF
            EVALUATE TRUE
                WHEN WS-FEED-FOUND
                    ADD 1 TO WS-HIST-REPLACED-COUNT
                WHEN WS-WK-RATE-DATE < WS-CUTOFF-DATE
                    ADD 1 TO WS-HIST-PURGED-COUNT
                WHEN OTHER
                    MOVE WS-WORK-FX TO FX-HIST-OUT-REC
                    PERFORM WRITE-HIST-OUT
                    ADD 1 TO WS-HIST-KEPT-COUNT
                    PERFORM NOTE-CURRENCY
            END-EVALUATE.

        WRITE-HIST-OUT.
            WRITE FX-HIST-OUT-REC
            IF WS-FX-HIST-OUT-FS NOT = "00"
                DISPLAY "FATAL: ERROR WRITING FX-HIST-OUT-FILE, "
                    "STATUS=" WS-FX-HIST-OUT-FS
                CLOSE FX-HIST-OUT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        NOTE-CURRENCY.
            SET WS-CURR-FOUND TO FALSE
            PERFORM VARYING WS-CURR-IX FROM 1 BY 1
                UNTIL WS-CURR-IX > WS-CURR-COUNT
                    OR WS-CURR-FOUND
                IF WS-CR-CURRENCY-CD(WS-CURR-IX) = WS-WK-CURRENCY-CD
                    SET WS-CURR-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-CURR-FOUND
                SUBTRACT 1 FROM WS-CURR-IX
            ELSE
                IF WS-CURR-COUNT < 100
                    ADD 1 TO WS-CURR-COUNT
                    MOVE WS-CURR-COUNT TO WS-CURR-IX
                    MOVE WS-WK-CURRENCY-CD
                        TO WS-CR-CURRENCY-CD(WS-CURR-IX)
                    MOVE "N" TO WS-CR-HAS-TODAY(WS-CURR-IX)
                    SET WS-CURR-FOUND TO TRUE
                END-IF
            END-IF
            IF WS-CURR-FOUND AND WS-WK-RATE-DATE = WS-BUS-DATE
                MOVE "Y" TO WS-CR-HAS-TODAY(WS-CURR-IX)
            END-IF.

      *> A currency the stores have taken before but with no rate
      *> for tonight - treasury stopped sending it, or the row was
      *> rejected above. Its coin will be referred tomorrow.
        REPORT-MISSING-CURRENCIES.
            DISPLAY "----------------------------------------------"
            DISPLAY "CURRENCIES WITH NO RATE FOR THE BUSINESS DATE"
            PERFORM VARYING WS-CURR-IX FROM 1 BY 1
                UNTIL WS-CURR-IX > WS-CURR-COUNT
                IF WS-CR-HAS-TODAY(WS-CURR-IX) NOT = "Y"
                    ADD 1 TO WS-MISSING-COUNT
                    DISPLAY "  " WS-CR-CURRENCY-CD(WS-CURR-IX)
                        " - ITS COIN WILL BE REFERRED"
                END-IF
            END-PERFORM
            IF WS-MISSING-COUNT = 0
                DISPLAY "  NONE"
            END-IF.

        PRINT-LOAD-SUMMARY.
            DISPLAY "----------------------------------------------"
            DISPLAY "FEED ROWS READ  . . . . . : " WS-FEED-READ-COUNT
            DISPLAY "RATES LOADED FOR TONIGHT  : " WS-FEED-COUNT
            DISPLAY "FEED ROWS REJECTED  . . . : " WS-REJECT-COUNT
            DISPLAY "  OF WHICH STALE  . . . . : " WS-STALE-COUNT
            DISPLAY "HISTORY ROWS KEPT . . . . : " WS-HIST-KEPT-COUNT
            DISPLAY "HISTORY ROWS REPLACED . . : "
                WS-HIST-REPLACED-COUNT
            DISPLAY "HISTORY ROWS PURGED . . . : "
                WS-HIST-PURGED-COUNT
            DISPLAY "CURRENCIES WITHOUT A RATE : " WS-MISSING-COUNT
            DISPLAY "==============================================".
