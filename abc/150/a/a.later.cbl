            SELECT COIN-SETD-FILE ASSIGN TO COINSETD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-SETD-FS.
            SELECT COIN-OPER-FILE ASSIGN TO COINOPR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-OPER-FS.

        DATA DIVISION.
        FILE SECTION.
            RECORDING MODE IS F.
            COPY "CPY-COIN-SETD".

        FD COIN-OPER-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-OPER".

        WORKING-STORAGE SECTION.
        01 K PIC 9(15).
        01 X PIC 9(15).
      *> read by the lookahead) is parked in WS-HELD-RECORD while
      *> the set is decided with the header back in the record
      *> area.
        01 WS-HDR-RECORD PIC X(99).
        01 WS-HELD-RECORD PIC X(99).
        01 WS-SET-CURRENCY-SW PIC X.
            88 WS-SET-CURRENCY-MIXED VALUE "Y"
                WHEN SET TO FALSE IS "N".
        01 WS-SET-OVERFLOW-SW PIC X.
            88 WS-SET-OVERFLOW VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CKPT-NEXT PIC 9(9) VALUE 0.
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-EXPECTED-DATE PIC 9(8).
      *> Earliest transaction date the run takes: the extract
      *> may carry the weekend or holiday days since the last
      *> business date as well as the business date itself.
        01 WS-FIRST-TXN-DATE PIC 9(8).
        01 WS-DATE-MISMATCH-COUNT PIC 9(9) VALUE 0.
      *> Region this run is for, from the run control, and the
      *> region the extract partition's trailer was written for.
      *> Both are blank on an unpartitioned run.
        01 WS-RUN-REGION PIC X(3) VALUE SPACES.
        01 WS-PART-REGION PIC X(3) VALUE SPACES.
      *> Extract control totals, tallied by the same pre-pass that
      *> verifies the business date. Resubmissions from the
      *> ABC150_M repair cycle ride in ahead of the teller extract
        01 WS-REVERSED-SW PIC X.
            88 WS-ALREADY-REVERSED VALUE "Y"
                WHEN SET TO FALSE IS "N".
      *> Counting fee the original payout was charged, picked up
      *> from its history row so a reversal backs the fee revenue
      *> out along with the net payout.
        01 WS-ORIG-FEE-AMOUNT PIC 9(15).
      *> Currency and foreign face value of the original payout,
      *> from the same history row, for the contra entry.
        01 WS-ORIG-CURRENCY-CD PIC X(3).
        01 WS-ORIG-FOREIGN-VALUE PIC 9(15).
      *> Per-customer running totals of the day's requested
      *> amounts, across transactions and across stores. Once a
      *> customer's total crosses the store's referral limit,
            88 WS-CUST-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-CUST-ID PIC X(12).
        01 WS-STRUCT-REF-COUNT PIC 9(9) VALUE 0.
      *> Customers tonight's partition shares with other regions,
      *> seeded into the table from the split's exposure records
      *> before anything is decided.
        01 WS-XREGION-CUST-COUNT PIC 9(9) VALUE 0.
        01 WS-FLAGGED-CUST-COUNT PIC 9(9) VALUE 0.
      *> Active operators from the operator master. Every
      *> redemption and reversal must name the teller who worked
      *> it, and that teller must be an active operator - a
      *> payout nobody can be held to would leave a hole in the
      *> nightly drawer reconciliation.
        01 WS-COIN-OPER-FS PIC XX.
        01 WS-OPER-EOF-SW PIC X VALUE "N".
            88 WS-OPER-EOF VALUE "Y".
        01 WS-OPER-TABLE.
            05 WS-OPER-ENTRY OCCURS 200 TIMES.
                10 WS-OP-OPER-ID PIC X(8).
                10 WS-OP-ACTIVE PIC X(1).
        01 WS-OPER-COUNT PIC 9(4) VALUE 0.
        01 WS-OPER-IX PIC 9(4).
        01 WS-TELLER-OK-SW PIC X VALUE "N".
            88 WS-TELLER-OK VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-TELLER-REJ-COUNT PIC 9(9) VALUE 0.
      *> Customer IDs presented that are not on the customer
      *> master - charged the counting fee and listed for the
      *> stores to follow up.
        01 WS-UNKNOWN-CUST-COUNT PIC 9(9) VALUE 0.
      *> Home currency. A transaction carrying it is treated as
      *> carrying no currency at all, so every home-coin record
      *> downstream shows spaces whichever way the station wrote
      *> it.
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
        01 WS-TXN-CURRENCY PIC X(3).
        01 WS-DTL-CURRENCY PIC X(3).
      *> Foreign items referred because no exchange rate was on
      *> file for their date.
        01 WS-FX-REFER-COUNT PIC 9(9) VALUE 0.

      *> ABC150R CALL interface - shared with the ABC150_I online
      *> inquiry so the two programs can never disagree.
            COPY "CPY-COIN-RULES-IF".
      *> ABC150PD CALL interface - the month each GL entry posts
      *> to, decided the same way ABC150_K and ABC150_N decide it.
            COPY "CPY-COIN-PER-IF".

        PROCEDURE DIVISION.
        MAIN.
                PERFORM LOAD-CHECKPOINT-ACCUMULATORS
            END-IF

            PERFORM LOAD-OPER-TABLE
            PERFORM OPEN-HISTORY-FILE

            IF WS-RESTART-MODE
      *> or rejected.
                    WHEN CT-REC-TRAILER
                        PERFORM READ-COIN-TXN
      *> So were the cross-region exposure records, whose amounts
      *> already sit in the customer table.
                    WHEN CT-REC-EXPOSURE
                        PERFORM READ-COIN-TXN
                    WHEN CT-REC-DETAIL
                        MOVE CT-TXN-ID TO WS-LAST-TXN-ID
                        PERFORM REJECT-ORPHAN-DETAIL
            MOVE WS-HIST-PRIOR-COUNT TO CK-HIST-PRIOR-COUNT
            MOVE WS-HIST-PURGED-COUNT TO CK-HIST-PURGED-COUNT
            MOVE WS-HIST-KEPT-COUNT TO CK-HIST-KEPT-COUNT
            MOVE WS-RUN-REGION TO CK-REGION
            WRITE CPY-COIN-CKPT-REC
            IF WS-COIN-CKPT-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-CKPT-FILE, STATUS="
                STOP RUN
            END-IF
            MOVE CU-BUS-DATE TO WS-EXPECTED-DATE
            MOVE CU-REGION TO WS-RUN-REGION
            IF CU-FIRST-TXN-DATE IS NUMERIC
                AND CU-FIRST-TXN-DATE > 0
                AND CU-FIRST-TXN-DATE < CU-BUS-DATE
                MOVE CU-FIRST-TXN-DATE TO WS-FIRST-TXN-DATE
            ELSE
                MOVE CU-BUS-DATE TO WS-FIRST-TXN-DATE
            END-IF
            IF CU-COMPLETE
                DISPLAY "FATAL: BUSINESS DATE " CU-BUS-DATE
                    " ALREADY RAN TO COMPLETION - REFUSING THE "

      *> One pre-pass over the extract before anything is opened
      *> for output: every record must carry the expected business
      *> date - or one of the days off since the last business
      *> date, which ABC150_C folds into tonight's run - and the
      *> file must tie to its trailer's control
      *> totals. Resubmissions from the ABC150_M repair cycle are
      *> exempt from both - they deliberately keep their original
      *> transaction date so the right rate row applies, and they
            MOVE "N" TO WS-EOF-SW
            IF WS-DATE-MISMATCH-COUNT > 0
                DISPLAY "FATAL: " WS-DATE-MISMATCH-COUNT
                    " EXTRACT RECORDS ARE NOT DATED "
                    WS-FIRST-TXN-DATE " TO " WS-EXPECTED-DATE
                    " - WRONG DAY'S EXTRACT, NOTHING PROCESSED"
                MOVE 14 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VERIFY-EXTRACT-TRAILER
            PERFORM VERIFY-EXTRACT-REGION.

        TALLY-EXTRACT-RECORD.
            EVALUATE TRUE
                WHEN CT-REC-TRAILER
                    ADD 1 TO WS-TRAILER-COUNT
                    MOVE CT-STORE-ID(1:3) TO WS-PART-REGION
                    IF CT-COIN-COUNT IS NUMERIC
                        MOVE CT-COIN-COUNT TO WS-TRAILER-REC-COUNT
                    END-IF
                    IF CT-REQ-AMOUNT IS NUMERIC
                        MOVE CT-REQ-AMOUNT TO WS-TRAILER-AMOUNT
                    END-IF
                WHEN CT-REC-EXPOSURE
                    PERFORM SEED-CUSTOMER-EXPOSURE
                WHEN CT-RESUBMITTED
                    CONTINUE
                WHEN OTHER
                    IF CT-TXN-DATE < WS-FIRST-TXN-DATE
                        OR CT-TXN-DATE > WS-EXPECTED-DATE
                        ADD 1 TO WS-DATE-MISMATCH-COUNT
                    END-IF
                    ADD 1 TO WS-EXTRACT-REC-COUNT
                    CONTINUE
            END-EVALUATE.

      *> A region's run control with another region's partition
      *> (or a national extract) would decide the wrong stores'
      *> transactions under this region's restart and completion
      *> - the same shape of refusal as the wrong-day RC=14. The
      *> trailer has been proved unique by now, so its region is
      *> the partition's.
        VERIFY-EXTRACT-REGION.
            IF WS-PART-REGION NOT = WS-RUN-REGION
                DISPLAY "FATAL: EXTRACT PARTITION IS FOR REGION '"
                    WS-PART-REGION "' BUT THE RUN CONTROL IS FOR "
                    "REGION '" WS-RUN-REGION "' - WRONG REGION'S "
                    "EXTRACT, NOTHING PROCESSED"
                MOVE 14 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> The structuring check has to see a customer's whole day,
      *> but each region's run sees only its own stores. The split
      *> totals what every customer asked for in the other
      *> regions, and that total starts the customer's entry here,
      *> so the first would-be "Yes" that takes the customer over
      *> the limit across all regions is referred. Each region
      *> counts the others' requests in full whatever they were
      *> decided, so a customer may be referred in more than one
      *> region - the cautious side. Seeded on every run, restart
      *> included, ahead of the restart rebuild of the region's
      *> own decisions.
        SEED-CUSTOMER-EXPOSURE.
            IF CT-CUST-ID NOT = SPACES
                AND CT-REQ-AMOUNT IS NUMERIC
                MOVE CT-CUST-ID TO WS-LOOKUP-CUST-ID
                PERFORM LOCATE-CUSTOMER-ENTRY
                ADD CT-REQ-AMOUNT TO WS-CUST-TOTAL(WS-CUST-IX)
                ADD 1 TO WS-XREGION-CUST-COUNT
            END-IF.

        MARK-RUN-COMPLETE.
            MOVE "N" TO WS-CTL-EMPTY-SW
            OPEN I-O COIN-CTL-FILE
                CLOSE COIN-CTL-FILE
            END-IF.

      *> Without the operator master no teller ID can be
      *> verified, and every payout would go out unattributed to
      *> a drawer - refuse the run before MARK-RUN-STARTED, like
      *> any other control file that cannot be read.
        LOAD-OPER-TABLE.
            OPEN INPUT COIN-OPER-FILE
            IF WS-COIN-OPER-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-OPER-FILE, "
                    "STATUS=" WS-COIN-OPER-FS
                    " - TELLER IDS CANNOT BE VERIFIED, NOTHING "
                    "PROCESSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-OPER-EOF
                READ COIN-OPER-FILE
                    AT END
                        SET WS-OPER-EOF TO TRUE
                    NOT AT END
                        IF WS-OPER-COUNT < 200
                            ADD 1 TO WS-OPER-COUNT
                            MOVE CO-OPER-ID
                                TO WS-OP-OPER-ID(WS-OPER-COUNT)
                            MOVE CO-ACTIVE-FLAG
                                TO WS-OP-ACTIVE(WS-OPER-COUNT)
                        ELSE
                            DISPLAY "ERROR: COIN-OPER-FILE HAS MORE "
                                "THAN 200 OPERATOR ROWS, IGNORING "
                                "EXTRA ROW FOR " CO-OPER-ID
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-OPER-FILE.

      *> The history KSDS is a standing cluster, updated in place
      *> - there is nothing to load and no row cap to refuse on.
      *> Running WITHOUT it would mean running without the
            END-IF
            MOVE CA-RESULT TO CH-RESULT
            MOVE CA-REQ-AMOUNT TO CH-REQ-AMOUNT
            MOVE CA-FEE-AMOUNT TO CH-FEE-AMOUNT
            MOVE CA-CURRENCY-CD TO CH-CURRENCY-CD
            MOVE CA-FOREIGN-VALUE TO CH-FOREIGN-VALUE
            IF CA-RESULT = "REV"
                MOVE CA-ORIG-TXN-ID TO CH-ORIG-TXN-ID
            END-IF
            IF WS-HIST-FOUND
                MOVE CA-RESULT TO CH-RESULT
                MOVE CA-REQ-AMOUNT TO CH-REQ-AMOUNT
                MOVE CA-FEE-AMOUNT TO CH-FEE-AMOUNT
                REWRITE CPY-COIN-HIST-REC
                IF WS-COIN-HIST-FS NOT = "00"
                    DISPLAY "ERROR FOLDING COIN-HIST-FILE ROW FOR "
      *> original amount - a keying control, since the contra entry
      *> is written for that amount. The contra GL entry and the
      *> audit record both link back to the original transaction.
      *> A non-member payout's contra is split the way the payout
      *> was posted: the net back out of the payout, and the fee
      *> back out of fee revenue.
        PROCESS-REVERSAL.
            SET WS-ORIG-FOUND TO FALSE
            SET WS-ALREADY-REVERSED TO FALSE
            MOVE 0 TO WS-ORIG-FEE-AMOUNT
            MOVE SPACES TO WS-ORIG-CURRENCY-CD
            MOVE 0 TO WS-ORIG-FOREIGN-VALUE
            MOVE CT-ORIG-TXN-ID TO CH-TXN-ID
            READ COIN-HIST-FILE
                INVALID KEY
                    IF CH-REVERSED
                        SET WS-ALREADY-REVERSED TO TRUE
                    END-IF
                    IF CH-FEE-AMOUNT IS NUMERIC
                        MOVE CH-FEE-AMOUNT TO WS-ORIG-FEE-AMOUNT
                    END-IF
                    IF CH-FOREIGN-VALUE IS NUMERIC
                        MOVE CH-CURRENCY-CD TO WS-ORIG-CURRENCY-CD
                        MOVE CH-FOREIGN-VALUE
                            TO WS-ORIG-FOREIGN-VALUE
                    END-IF
            END-READ
            PERFORM CHECK-TELLER-ID
            EVALUATE TRUE
                WHEN NOT WS-TELLER-OK
                    PERFORM REJECT-TELLER
                WHEN NOT WS-ORIG-FOUND
                    MOVE "NORV" TO LS-REASON-CD
                    MOVE "ORIGINAL NOT AN APPROVED REDEMPTION"
            MOVE SPACES TO CPY-COIN-GL-REC
            MOVE CT-TXN-ID TO CG-TXN-ID
            MOVE CT-STORE-ID TO CG-STORE-ID
            COMPUTE CG-AMOUNT = CT-REQ-AMOUNT - WS-ORIG-FEE-AMOUNT
            MOVE CT-TXN-DATE TO CG-TXN-DATE
            SET CG-REVERSAL TO TRUE
            SET CG-FROM-DECISION TO TRUE
            PERFORM SET-POST-PERIOD
            MOVE WS-ORIG-CURRENCY-CD TO CG-CURRENCY-CD
            MOVE WS-ORIG-FOREIGN-VALUE TO CG-FOREIGN-AMOUNT
            WRITE CPY-COIN-GL-REC
            IF WS-COIN-GL-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-GL-FILE, STATUS="
                    WS-COIN-GL-FS
            END-IF
            IF WS-ORIG-FEE-AMOUNT > 0
                MOVE WS-ORIG-FEE-AMOUNT TO CG-AMOUNT
                SET CG-FEE-REVERSAL TO TRUE
                MOVE SPACES TO CG-CURRENCY-CD
                MOVE 0 TO CG-FOREIGN-AMOUNT
                WRITE CPY-COIN-GL-REC
                IF WS-COIN-GL-FS NOT = "00"
                    DISPLAY "ERROR WRITING COIN-GL-FILE, STATUS="
                        WS-COIN-GL-FS
                END-IF
            END-IF.

        WRITE-REVERSAL-AUDIT.
            MOVE SPACES TO CA-OPERATOR-ID
            MOVE CT-ORIG-TXN-ID TO CA-ORIG-TXN-ID
            MOVE CT-CUST-ID TO CA-CUST-ID
            MOVE CT-TELLER-ID TO CA-TELLER-ID
            MOVE WS-ORIG-FEE-AMOUNT TO CA-FEE-AMOUNT
            COMPUTE CA-NET-AMOUNT =
                CT-REQ-AMOUNT - WS-ORIG-FEE-AMOUNT
            MOVE WS-ORIG-CURRENCY-CD TO CA-CURRENCY-CD
            MOVE WS-ORIG-FOREIGN-VALUE TO CA-FOREIGN-VALUE
            WRITE CPY-COIN-AUDIT-REC
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-AUDIT-FILE, STATUS="
            MOVE "REV" TO CH-RESULT
            MOVE CT-REQ-AMOUNT TO CH-REQ-AMOUNT
            MOVE CT-ORIG-TXN-ID TO CH-ORIG-TXN-ID
            MOVE WS-ORIG-FEE-AMOUNT TO CH-FEE-AMOUNT
            MOVE WS-ORIG-CURRENCY-CD TO CH-CURRENCY-CD
            MOVE WS-ORIG-FOREIGN-VALUE TO CH-FOREIGN-VALUE
            MOVE SPACE TO CH-REVERSED-FLAG
            MOVE SPACE TO CH-FOLDED-FLAG
            WRITE CPY-COIN-HIST-REC
      *> reject writers see the header's ID, store and amount.
      *> The lookahead record that ended the set is parked and
      *> restored for the main loop. Details are consumed even
      *> when the set is doomed (duplicate ID, too many rows, a
      *> detail in another currency) so the file position stays
      *> right. The set is valued in the header's currency; a
      *> blank detail currency takes the header's.
        PROCESS-HEADER-SET.
            PERFORM CHECK-DUPLICATE
            MOVE CPY-COIN-TXN-REC TO WS-HDR-RECORD
            MOVE 0 TO LS-SET-COUNT
            SET WS-SET-OVERFLOW TO FALSE
            SET WS-SET-CURRENCY-MIXED TO FALSE
            MOVE CT-CURRENCY-CD TO WS-TXN-CURRENCY
            IF WS-TXN-CURRENCY = WS-HOME-CURRENCY
                MOVE SPACES TO WS-TXN-CURRENCY
            END-IF
            PERFORM READ-COIN-TXN
            PERFORM UNTIL WS-EOF
                OR NOT CT-REC-DETAIL
                ELSE
                    SET WS-SET-OVERFLOW TO TRUE
                END-IF
                MOVE CT-CURRENCY-CD TO WS-DTL-CURRENCY
                IF WS-DTL-CURRENCY = WS-HOME-CURRENCY
                    MOVE SPACES TO WS-DTL-CURRENCY
                END-IF
                IF CT-CURRENCY-CD NOT = SPACES
                    AND WS-DTL-CURRENCY NOT = WS-TXN-CURRENCY
                    SET WS-SET-CURRENCY-MIXED TO TRUE
                END-IF
                PERFORM READ-COIN-TXN
            END-PERFORM
            IF NOT WS-EOF
                    MOVE "HEADER HAS NO DETAIL RECORDS"
                        TO LS-REASON-TEXT
                    PERFORM WRITE-REJECT
                WHEN WS-SET-CURRENCY-MIXED
                    MOVE "SETC" TO LS-REASON-CD
                    MOVE "DETAIL CURRENCY DIFFERS FROM HEADER"
                        TO LS-REASON-TEXT
                    PERFORM WRITE-REJECT
                WHEN OTHER
                    PERFORM VALIDATE-RECORD
                    IF LS-VALID
            MOVE CT-TXN-DATE TO CH-TXN-DATE
            MOVE WS-RESULT TO CH-RESULT
            MOVE X TO CH-REQ-AMOUNT
            MOVE LS-FEE-AMOUNT TO CH-FEE-AMOUNT
            MOVE WS-TXN-CURRENCY TO CH-CURRENCY-CD
            MOVE LS-FOREIGN-VALUE TO CH-FOREIGN-VALUE
            MOVE SPACES TO CH-ORIG-TXN-ID
            MOVE SPACE TO CH-REVERSED-FLAG
            MOVE SPACE TO CH-FOLDED-FLAG
            MOVE CT-REQ-AMOUNT TO LS-REQ-AMOUNT
            MOVE CT-TXN-DATE TO LS-TXN-DATE
            MOVE CT-STORE-ID TO LS-STORE-ID
            MOVE CT-CUST-ID TO LS-CUST-ID
            MOVE CT-CURRENCY-CD TO WS-TXN-CURRENCY
            IF WS-TXN-CURRENCY = WS-HOME-CURRENCY
                MOVE SPACES TO WS-TXN-CURRENCY
            END-IF
            MOVE WS-TXN-CURRENCY TO LS-CURRENCY-CD
            CALL "ABC150R" USING LS-DENOM-CD LS-COIN-COUNT
                LS-REQ-AMOUNT LS-TXN-DATE LS-COMPUTED-VALUE
                LS-RESULT LS-VALID-SW LS-REASON-CD LS-REASON-TEXT
                LS-SET-COUNT LS-SET-TABLE LS-STORE-ID
                LS-REFER-LIMIT LS-CUST-ID LS-FEE-AMOUNT
                LS-NET-AMOUNT LS-CUST-STATUS LS-CURRENCY-CD
                LS-FOREIGN-VALUE
            END-CALL
            IF LS-VALID AND LS-REASON-CD = "FXRT"
                ADD 1 TO WS-FX-REFER-COUNT
                DISPLAY "WARNING: NO EXCHANGE RATE FOR "
                    WS-TXN-CURRENCY " ON " CT-TXN-DATE " - TXN "
                    CT-TXN-ID " STORE " CT-STORE-ID " REFERRED"
            END-IF
            IF LS-CUST-STATUS = "U"
                ADD 1 TO WS-UNKNOWN-CUST-COUNT
                DISPLAY "WARNING: CUSTOMER " CT-CUST-ID " ON TXN "
                    CT-TXN-ID " STORE " CT-STORE-ID
                    " NOT ON CUSTOMER MASTER"
            END-IF
      *> A request the rules would accept is still refused when
      *> no active teller can be held to the payout.
            IF LS-VALID
                PERFORM CHECK-TELLER-ID
                IF NOT WS-TELLER-OK
                    ADD 1 TO WS-TELLER-REJ-COUNT
                    SET LS-VALID TO FALSE
                    MOVE "TELR" TO LS-REASON-CD
                    MOVE "TELLER ID NOT AN ACTIVE OPERATOR"
                        TO LS-REASON-TEXT
                END-IF
            END-IF.

        CHECK-TELLER-ID.
            SET WS-TELLER-OK TO FALSE
            IF CT-TELLER-ID NOT = SPACES
                PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                    UNTIL WS-OPER-IX > WS-OPER-COUNT
                        OR WS-TELLER-OK
                    IF WS-OP-OPER-ID(WS-OPER-IX) = CT-TELLER-ID
                        AND WS-OP-ACTIVE(WS-OPER-IX) = "A"
                        SET WS-TELLER-OK TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

        REJECT-TELLER.
            ADD 1 TO WS-TELLER-REJ-COUNT
            MOVE "TELR" TO LS-REASON-CD
            MOVE "TELLER ID NOT AN ACTIVE OPERATOR"
                TO LS-REASON-TEXT
            PERFORM WRITE-REJECT.

        WRITE-REJECT.
            ADD 1 TO WS-REJECT-COUNT
            MOVE CT-TXN-DATE TO CP-TXN-DATE
            MOVE CT-RESUB-FLAG TO CP-RESUB-FLAG
            MOVE CT-CUST-ID TO CP-CUST-ID
            MOVE LS-FEE-AMOUNT TO CP-FEE-AMOUNT
            MOVE CT-TELLER-ID TO CP-TELLER-ID
            MOVE WS-TXN-CURRENCY TO CP-CURRENCY-CD
            MOVE LS-FOREIGN-VALUE TO CP-FOREIGN-VALUE
            WRITE CPY-COIN-PEND-REC
            IF WS-COIN-PEND-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-PEND-FILE, STATUS="
                PERFORM POST-DISPOSITION
            END-IF.

      *> An approval posts the net payout and the counting fee
      *> ABC150R quoted on the referral night; a decline pays
      *> nothing and so charges nothing. A referral queued before
      *> the fee schedule existed carries no fee.
        POST-DISPOSITION.
            IF CD-FEE-AMOUNT IS NOT NUMERIC
                MOVE 0 TO CD-FEE-AMOUNT
            END-IF
            IF CD-FOREIGN-VALUE IS NOT NUMERIC
                MOVE SPACES TO CD-CURRENCY-CD
                MOVE 0 TO CD-FOREIGN-VALUE
            END-IF
            IF CD-APPROVED
                ADD 1 TO WS-DISP-APPR-COUNT
                MOVE SPACES TO CPY-COIN-GL-REC
                MOVE CD-TXN-ID TO CG-TXN-ID
                MOVE CD-STORE-ID TO CG-STORE-ID
                COMPUTE CG-AMOUNT = CD-REQ-AMOUNT - CD-FEE-AMOUNT
                MOVE CD-TXN-DATE TO CG-TXN-DATE
                SET CG-FROM-DISPOSITION TO TRUE
                PERFORM SET-POST-PERIOD
                MOVE CD-CURRENCY-CD TO CG-CURRENCY-CD
                MOVE CD-FOREIGN-VALUE TO CG-FOREIGN-AMOUNT
                WRITE CPY-COIN-GL-REC
                IF WS-COIN-GL-FS NOT = "00"
                    DISPLAY "ERROR WRITING COIN-GL-FILE, STATUS="
                        WS-COIN-GL-FS
                END-IF
                IF CD-FEE-AMOUNT > 0
                    MOVE CD-FEE-AMOUNT TO CG-AMOUNT
                    SET CG-FEE TO TRUE
                    MOVE SPACES TO CG-CURRENCY-CD
                    MOVE 0 TO CG-FOREIGN-AMOUNT
                    WRITE CPY-COIN-GL-REC
                    IF WS-COIN-GL-FS NOT = "00"
                        DISPLAY "ERROR WRITING COIN-GL-FILE, "
                            "STATUS=" WS-COIN-GL-FS
                    END-IF
                END-IF
                MOVE "Yes" TO CA-RESULT
                MOVE CD-FEE-AMOUNT TO CA-FEE-AMOUNT
                COMPUTE CA-NET-AMOUNT =
                    CD-REQ-AMOUNT - CD-FEE-AMOUNT
            ELSE
                ADD 1 TO WS-DISP-DECL-COUNT
                MOVE "No " TO CA-RESULT
                MOVE 0 TO CA-FEE-AMOUNT
                MOVE 0 TO CA-NET-AMOUNT
            END-IF
            MOVE CD-TXN-ID TO CA-TXN-ID
            MOVE CD-STORE-ID TO CA-STORE-ID
            MOVE CD-OPERATOR-ID TO CA-OPERATOR-ID
            MOVE SPACES TO CA-ORIG-TXN-ID
            MOVE CD-CUST-ID TO CA-CUST-ID
            MOVE CD-TELLER-ID TO CA-TELLER-ID
            MOVE CD-CURRENCY-CD TO CA-CURRENCY-CD
            MOVE CD-FOREIGN-VALUE TO CA-FOREIGN-VALUE
            WRITE CPY-COIN-AUDIT-REC
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-AUDIT-FILE, STATUS="
            IF WS-HIST-FOUND
                MOVE CA-RESULT TO CH-RESULT
                MOVE CD-REQ-AMOUNT TO CH-REQ-AMOUNT
                MOVE CA-FEE-AMOUNT TO CH-FEE-AMOUNT
                MOVE CA-CURRENCY-CD TO CH-CURRENCY-CD
                MOVE CA-FOREIGN-VALUE TO CH-FOREIGN-VALUE
                REWRITE CPY-COIN-HIST-REC
                IF WS-COIN-HIST-FS NOT = "00"
                    DISPLAY "ERROR REWRITING COIN-HIST-FILE, "
            MOVE SPACES TO CA-OPERATOR-ID
            MOVE SPACES TO CA-ORIG-TXN-ID
            MOVE CT-CUST-ID TO CA-CUST-ID
            MOVE LS-FEE-AMOUNT TO CA-FEE-AMOUNT
            MOVE LS-NET-AMOUNT TO CA-NET-AMOUNT
            MOVE CT-TELLER-ID TO CA-TELLER-ID
            MOVE WS-TXN-CURRENCY TO CA-CURRENCY-CD
            MOVE LS-FOREIGN-VALUE TO CA-FOREIGN-VALUE
            WRITE CPY-COIN-AUDIT-REC
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-AUDIT-FILE, STATUS="
                    WS-COIN-AUDIT-FS
            END-IF.

      *> The payout entry carries the net the customer was handed;
      *> a non-member's counting fee follows it as its own revenue
      *> entry under the same transaction ID. Foreign coin's entry
      *> carries its currency and foreign face value beside the
      *> home-currency amount the ledger posts.
        WRITE-GL-EXTRACT.
            MOVE SPACES TO CPY-COIN-GL-REC
            MOVE CT-TXN-ID TO CG-TXN-ID
            MOVE CT-STORE-ID TO CG-STORE-ID
            MOVE LS-NET-AMOUNT TO CG-AMOUNT
            MOVE CT-TXN-DATE TO CG-TXN-DATE
            SET CG-FROM-DECISION TO TRUE
            PERFORM SET-POST-PERIOD
            MOVE WS-TXN-CURRENCY TO CG-CURRENCY-CD
            MOVE LS-FOREIGN-VALUE TO CG-FOREIGN-AMOUNT
            WRITE CPY-COIN-GL-REC
            IF WS-COIN-GL-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-GL-FILE, STATUS="
                    WS-COIN-GL-FS
            END-IF
            IF LS-FEE-AMOUNT > 0
                MOVE LS-FEE-AMOUNT TO CG-AMOUNT
                SET CG-FEE TO TRUE
                MOVE SPACES TO CG-CURRENCY-CD
                MOVE 0 TO CG-FOREIGN-AMOUNT
                WRITE CPY-COIN-GL-REC
                IF WS-COIN-GL-FS NOT = "00"
                    DISPLAY "ERROR WRITING COIN-GL-FILE, STATUS="
                        WS-COIN-GL-FS
                END-IF
            END-IF.

      *> The month a GL entry posts to. A disposition or reversal
      *> dated in a month finance has already closed posts to the
      *> open month instead, flagged as a prior-period adjustment
      *> for the GL and for ABC150_PL's late-items report. A fee
      *> entry written beside a payout keeps the payout's period.
        SET-POST-PERIOD.
            MOVE CG-TXN-DATE TO LP-TXN-DATE
            MOVE WS-EXPECTED-DATE TO LP-BUS-DATE
            CALL "ABC150PD" USING LP-TXN-DATE LP-BUS-DATE
                LP-POST-PERIOD LP-ADJ-SW LP-FIRST-OPEN
                LP-PER-LOADED-SW
            MOVE LP-POST-PERIOD TO CG-POST-PERIOD
            IF LP-PRIOR-PERIOD-ADJ
                SET CG-PRIOR-PERIOD-ADJ TO TRUE
            ELSE
                MOVE SPACE TO CG-PERIOD-ADJ
            END-IF.

        PRINT-SUMMARY-REPORT.
            DISPLAY "========================================"
            DISPLAY "ABC150_A COIN REDEMPTION SUMMARY REPORT"
            IF WS-RUN-REGION NOT = SPACES
                DISPLAY "REGION " WS-RUN-REGION
            END-IF
            DISPLAY "========================================"
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "RECORDS PROCESSED . . . . : " DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
            DISPLAY WS-SUMMARY-LINE
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "UNKNOWN TELLER REJECTED . : " DELIMITED BY SIZE
                WS-TELLER-REJ-COUNT DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
            DISPLAY WS-SUMMARY-LINE
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "UNKNOWN CUSTOMER IDS  . . : " DELIMITED BY SIZE
                WS-UNKNOWN-CUST-COUNT DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
            DISPLAY WS-SUMMARY-LINE
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "FOREIGN REFERRED, NO RATE : " DELIMITED BY SIZE
                WS-FX-REFER-COUNT DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
            DISPLAY WS-SUMMARY-LINE
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "REVERSALS POSTED  . . . . : " DELIMITED BY SIZE
                WS-REVERSAL-COUNT DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
                INTO WS-SUMMARY-LINE
            DISPLAY WS-SUMMARY-LINE
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "CUSTOMERS IN OTHER REGIONS: " DELIMITED BY SIZE
                WS-XREGION-CUST-COUNT DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
            DISPLAY WS-SUMMARY-LINE
            MOVE SPACES TO WS-SUMMARY-LINE
            STRING "DISPOSITIONS APPROVED . . : " DELIMITED BY SIZE
                WS-DISP-APPR-COUNT DELIMITED BY SIZE
                INTO WS-SUMMARY-LINE
      *> referral limit today, with the day total. The referred
      *> items themselves sit in the supervisor queue like any
      *> over-limit item; this list is the cross-transaction
      *> picture no single decision shows. On a region's run the
      *> day total includes what the customer asked for in the
      *> other regions.
        PRINT-COMPLIANCE-REPORT.
            DISPLAY "========================================"
            DISPLAY "ABC150_A CUSTOMER AGGREGATE COMPLIANCE REPORT"
            DISPLAY "CUSTOMERS OVER THE REFERRAL LIMIT IN AGGREGATE"
            IF WS-RUN-REGION NOT = SPACES
                DISPLAY "REGION " WS-RUN-REGION
                    " - DAY TOTALS INCLUDE ALL REGIONS"
            END-IF
            DISPLAY "========================================"
            MOVE 0 TO WS-FLAGGED-CUST-COUNT
            PERFORM VARYING WS-CUST-IX FROM 1 BY 1
