        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_K.

      *> ABC150_K - armored-car pickup verification.
      *> ABC150_V takes coin off a store's position the night the
      *> carrier's manifest confirms it was collected, but until
      *> now nobody proved that coin ever reached the processor -
      *> a short bag was simply gone. This job matches the
      *> processor's verified-deposit file by store, denomination
      *> and pickup date against every pickup confirmation ABC150_V
      *> has netted that is still waiting for its deposit: the
      *> confirmations the ABC150V job handed on tonight plus the
      *> open items carried from earlier nights. A matched pickup
      *> whose deposited count differs from the confirmed count is
      *> reported and valued at the rate in force on the pickup
      *> date, and a shortage ("S") or overage ("O") entry is
      *> written to the pickup GL extract - posting, through
      *> ABC150PD, to the open month as a prior-period adjustment
      *> when the pickup date falls in a month finance has already
      *> closed. A pickup with no deposit yet is carried forward
      *> to the new open file, aged in business days on the
      *> ABC150W calendar the way ABC150_G ages GL suspense -
      *> counted from the pickup date, so a rerun night does not
      *> age it twice - and reported as never arrived once it has
      *> been open longer than WS-ARRIVAL-NIGHTS. A deposit for a
      *> pickup nobody confirmed is reported for treasury to
      *> trace. The new open file is promoted by jcl/abc150k.jcl
      *> with the usual .NEW swap, so a failed run cannot destroy
      *> the standing items.
      *> Foreign coin is deposited with a different processor,
      *> whose verification does not come through this file, so
      *> foreign pickup confirmations and foreign rate rows are
      *> passed over here.
      *> Ends RC=4 when anything was reported.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PICKUP-NEW-FILE ASSIGN TO COINPKNW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PICKUP-NEW-FS.
            SELECT PKOPN-IN-FILE ASSIGN TO COINPKOI
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PKOPN-IN-FS.
            SELECT PKOPN-OUT-FILE ASSIGN TO COINPKOO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PKOPN-OUT-FS.
            SELECT VDEP-FILE ASSIGN TO COINVDEP
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-VDEP-FS.
            SELECT COIN-RATE-FILE ASSIGN TO COINRATE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-RATE-FS.
            SELECT COIN-STORE-FILE ASSIGN TO COINSTOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-STORE-FS.
            SELECT GL-PICKUP-FILE ASSIGN TO COINGLPK
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GL-PICKUP-FS.

        DATA DIVISION.
        FILE SECTION.
        FD PICKUP-NEW-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PICKUP".

        FD PKOPN-IN-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PKOPN".

        FD PKOPN-OUT-FILE
            RECORDING MODE IS F.
        01  PKOPN-OUT-REC           PIC X(43).

        FD VDEP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-VDEP".

        FD COIN-RATE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RATE".

        FD COIN-STORE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-STORE".

        FD GL-PICKUP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GL".

        WORKING-STORAGE SECTION.
        01 WS-PICKUP-NEW-FS PIC XX.
        01 WS-PKOPN-IN-FS PIC XX.
        01 WS-PKOPN-OUT-FS PIC XX.
        01 WS-VDEP-FS PIC XX.
        01 WS-COIN-RATE-FS PIC XX.
        01 WS-COIN-STORE-FS PIC XX.
        01 WS-GL-PICKUP-FS PIC XX.
        01 WS-PICKUP-EOF-SW PIC X VALUE "N".
            88 WS-PICKUP-EOF VALUE "Y".
        01 WS-PKOPN-EOF-SW PIC X VALUE "N".
            88 WS-PKOPN-EOF VALUE "Y".
        01 WS-VDEP-EOF-SW PIC X VALUE "N".
            88 WS-VDEP-EOF VALUE "Y".
        01 WS-RATE-EOF-SW PIC X VALUE "N".
            88 WS-RATE-EOF VALUE "Y".
        01 WS-MSTR-EOF-SW PIC X VALUE "N".
            88 WS-MSTR-EOF VALUE "Y".
      *> A bag is normally counted by the processor within two
      *> business days of collection; one still open past this
      *> many (counting the pickup day as the first) is reported
      *> as never arrived so treasury opens a claim with the
      *> carrier.
        01 WS-ARRIVAL-NIGHTS PIC 9(3) VALUE 3.
        01 WS-AGE-FIRST-DATE PIC 9(8).
        01 WS-AGE-NIGHTS-OPEN PIC 9(3).
        01 WS-AGE-LIMIT PIC 9(3) VALUE 999.
      *> Every pickup awaiting its deposit, one entry per store,
      *> denomination and pickup date, with the deposited count
      *> accumulated against it as the deposit file is read.
        01 WS-PK-TABLE.
            05 WS-PK-ENTRY OCCURS 3000 TIMES.
                10 WS-PK-STORE-ID PIC X(6).
                10 WS-PK-DENOM-CD PIC X(3).
                10 WS-PK-COIN-COUNT PIC 9(15).
                10 WS-PK-PICKUP-DATE PIC 9(8).
                10 WS-PK-FIRST-DATE PIC 9(8).
                10 WS-PK-NIGHTS-OPEN PIC 9(3).
                10 WS-PK-DEP-COUNT PIC 9(15).
                10 WS-PK-MATCHED PIC X(1).
        01 WS-PK-COUNT PIC 9(5) VALUE 0.
        01 WS-PK-IX PIC 9(5).
        01 WS-PK-FOUND-SW PIC X VALUE "N".
            88 WS-PK-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-STORE-ID PIC X(6).
        01 WS-LOOKUP-DENOM-CD PIC X(3).
        01 WS-LOOKUP-DATE PIC 9(8).
        01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 200 TIMES.
                10 WS-RATE-DENOM-CD PIC X(3).
                10 WS-RATE-DENOM-VALUE PIC 9(9).
                10 WS-RATE-EFF-FROM PIC 9(8).
                10 WS-RATE-EFF-TO PIC 9(8).
        01 WS-RATE-COUNT PIC 9(4) VALUE 0.
        01 WS-RATE-IX PIC 9(4).
        01 WS-RATE-FOUND-SW PIC X VALUE "N".
            88 WS-RATE-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-DENOM-VALUE PIC 9(9).
        01 WS-MSTR-TABLE.
            05 WS-MSTR-ENTRY OCCURS 500 TIMES.
                10 WS-MS-STORE-ID PIC X(6).
                10 WS-MS-STORE-NAME PIC X(30).
        01 WS-MSTR-COUNT PIC 9(4) VALUE 0.
        01 WS-MSTR-IX PIC 9(4).
        01 WS-MSTR-FOUND-SW PIC X VALUE "N".
            88 WS-MSTR-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-STORE-NAME PIC X(30).
        01 WS-VAR-COINS PIC 9(15).
        01 WS-VAR-AMOUNT PIC 9(15).
        01 WS-VAR-TYPE PIC X(1).
        01 WS-GL-SEQ PIC 9(3) VALUE 0.
        01 WS-GL-TXN-ID.
            05 WS-GL-TXN-PREFIX PIC X(1) VALUE "K".
            05 WS-GL-TXN-DATE PIC X(6).
            05 WS-GL-TXN-SEQ PIC 9(3).
        01 WS-GL-WRITTEN-SW PIC X VALUE "N".
            88 WS-GL-WRITTEN VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-NEW-PICKUP-COUNT PIC 9(9) VALUE 0.
        01 WS-FOREIGN-PICKUP-COUNT PIC 9(9) VALUE 0.
      *> A confirmation keyed with the home currency's own code is
      *> home coin, the same as one keyed blank.
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
        01 WS-CARRIED-IN-COUNT PIC 9(9) VALUE 0.
        01 WS-DEPOSIT-COUNT PIC 9(9) VALUE 0.
        01 WS-VERIFIED-COUNT PIC 9(9) VALUE 0.
        01 WS-SHORT-COUNT PIC 9(9) VALUE 0.
        01 WS-SHORT-AMOUNT PIC 9(17) VALUE 0.
        01 WS-OVER-COUNT PIC 9(9) VALUE 0.
        01 WS-OVER-AMOUNT PIC 9(17) VALUE 0.
        01 WS-NOT-POSTED-COUNT PIC 9(9) VALUE 0.
        01 WS-UNCONFIRMED-COUNT PIC 9(9) VALUE 0.
        01 WS-AWAITING-COUNT PIC 9(9) VALUE 0.
        01 WS-NEVER-ARRIVED-COUNT PIC 9(9) VALUE 0.
        01 WS-GL-COUNT PIC 9(9) VALUE 0.
        01 WS-PRIOR-ADJ-COUNT PIC 9(9) VALUE 0.
        01 WS-REPORT-LINE PIC X(90).
      *> ABC150PD CALL interface - the month each variance entry
      *> posts to.
            COPY "CPY-COIN-PER-IF".
      *> ABC150W CALL interface - business days an open pickup
      *> has waited for its deposit.
            COPY "CPY-COIN-CAL-IF".

        PROCEDURE DIVISION.
        MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:8) TO WS-TODAY
            MOVE WS-CURR-DATE-TIME(3:6) TO WS-GL-TXN-DATE
            DISPLAY "=============================================="
            DISPLAY "ABC150_K ARMORED-CAR PICKUP VERIFICATION"
            DISPLAY "=============================================="
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-STORE-MASTER
            PERFORM LOAD-OPEN-PICKUPS
            PERFORM LOAD-NEW-PICKUPS

            OPEN INPUT VDEP-FILE
            IF WS-VDEP-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN VDEP-FILE, STATUS="
                    WS-VDEP-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT PKOPN-OUT-FILE
            IF WS-PKOPN-OUT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN PKOPN-OUT-FILE, "
                    "STATUS=" WS-PKOPN-OUT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT GL-PICKUP-FILE
            IF WS-GL-PICKUP-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN GL-PICKUP-FILE, "
                    "STATUS=" WS-GL-PICKUP-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY "DEPOSITS WITH NO CONFIRMED PICKUP"
            PERFORM UNTIL WS-VDEP-EOF
                READ VDEP-FILE
                    AT END
                        SET WS-VDEP-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-DEPOSIT-COUNT
                        PERFORM APPLY-ONE-DEPOSIT
                END-READ
            END-PERFORM
            CLOSE VDEP-FILE
            IF WS-UNCONFIRMED-COUNT = 0
                DISPLAY "  NONE"
            END-IF

            DISPLAY "----------------------------------------------"
            DISPLAY "PICKUP VERIFICATION"
            PERFORM VARYING WS-PK-IX FROM 1 BY 1
                UNTIL WS-PK-IX > WS-PK-COUNT
                PERFORM VERIFY-ONE-PICKUP
            END-PERFORM
            CLOSE PKOPN-OUT-FILE
            CLOSE GL-PICKUP-FILE

            PERFORM PRINT-VERIFY-SUMMARY

            IF WS-SHORT-COUNT > 0 OR WS-OVER-COUNT > 0
                OR WS-NEVER-ARRIVED-COUNT > 0
                OR WS-UNCONFIRMED-COUNT > 0
                OR WS-NOT-POSTED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *> A variance cannot be put to the GL without a value, so
      *> the rate table is required, the same as for ABC150R.
        LOAD-RATE-TABLE.
            OPEN INPUT COIN-RATE-FILE
            IF WS-COIN-RATE-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-RATE-FILE, "
                    "STATUS=" WS-COIN-RATE-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-RATE-EOF
                READ COIN-RATE-FILE
                    AT END
                        SET WS-RATE-EOF TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN CV-CURRENCY-CD NOT = SPACES
                                CONTINUE
                            WHEN WS-RATE-COUNT < 200
                                ADD 1 TO WS-RATE-COUNT
                                MOVE CV-DENOM-CD
                                    TO WS-RATE-DENOM-CD(WS-RATE-COUNT)
                                MOVE CV-DENOM-VALUE TO
                                    WS-RATE-DENOM-VALUE(WS-RATE-COUNT)
                                MOVE CV-EFF-FROM-DATE
                                    TO WS-RATE-EFF-FROM(WS-RATE-COUNT)
                                MOVE CV-EFF-TO-DATE
                                    TO WS-RATE-EFF-TO(WS-RATE-COUNT)
                            WHEN OTHER
                                DISPLAY "ERROR: MORE THAN 200 HOME "
                                    "RATE ROWS, IGNORING EXTRA ROW FOR "
                                    CV-DENOM-CD
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE COIN-RATE-FILE.

        LOAD-STORE-MASTER.
            OPEN INPUT COIN-STORE-FILE
            IF WS-COIN-STORE-FS NOT = "00"
                DISPLAY "NOTE: NO STORE MASTER, STATUS="
                    WS-COIN-STORE-FS ", STORE NAMES NOT PRINTED"
            ELSE
                PERFORM UNTIL WS-MSTR-EOF
                    READ COIN-STORE-FILE
                        AT END
                            SET WS-MSTR-EOF TO TRUE
                        NOT AT END
                            IF WS-MSTR-COUNT < 500
                                ADD 1 TO WS-MSTR-COUNT
                                MOVE SM-STORE-ID TO
                                    WS-MS-STORE-ID(WS-MSTR-COUNT)
                                MOVE SM-STORE-NAME TO
                                    WS-MS-STORE-NAME(WS-MSTR-COUNT)
                            ELSE
                                DISPLAY "ERROR: MORE THAN 500 STORE "
                                    "MASTER ROWS, IGNORING EXTRA ROW "
                                    "FOR " SM-STORE-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-STORE-FILE
            END-IF.

      *> A missing open file just means the very first run of the
      *> feature - nothing is waiting yet.
        LOAD-OPEN-PICKUPS.
            OPEN INPUT PKOPN-IN-FILE
            IF WS-PKOPN-IN-FS NOT = "00"
                DISPLAY "NOTE: NO PRIOR OPEN PICKUP FILE, STATUS="
                    WS-PKOPN-IN-FS
            ELSE
                PERFORM UNTIL WS-PKOPN-EOF
                    READ PKOPN-IN-FILE
                        AT END
                            SET WS-PKOPN-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CARRIED-IN-COUNT
                            MOVE PO-STORE-ID TO WS-LOOKUP-STORE-ID
                            MOVE PO-DENOM-CD TO WS-LOOKUP-DENOM-CD
                            MOVE PO-PICKUP-DATE TO WS-LOOKUP-DATE
                            PERFORM LOCATE-PICKUP-ENTRY
                            IF WS-PK-FOUND
                                PERFORM ADD-OPEN-TO-ENTRY
                            ELSE
                                PERFORM ADD-PICKUP-ENTRY
                                MOVE PO-COIN-COUNT
                                    TO WS-PK-COIN-COUNT(WS-PK-IX)
                                MOVE PO-FIRST-DATE
                                    TO WS-PK-FIRST-DATE(WS-PK-IX)
                                MOVE PO-NIGHTS-OPEN
                                    TO WS-PK-NIGHTS-OPEN(WS-PK-IX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PKOPN-IN-FILE
            END-IF.

      *> Two items for the same store, denomination and day are
      *> one carrier run collected in more than one bag - the
      *> processor reports the day's deposit as one count, so the
      *> bags are verified together and age from the earliest.
        ADD-OPEN-TO-ENTRY.
            ADD PO-COIN-COUNT TO WS-PK-COIN-COUNT(WS-PK-IX)
            IF PO-FIRST-DATE < WS-PK-FIRST-DATE(WS-PK-IX)
                MOVE PO-FIRST-DATE TO WS-PK-FIRST-DATE(WS-PK-IX)
            END-IF
            IF PO-NIGHTS-OPEN > WS-PK-NIGHTS-OPEN(WS-PK-IX)
                MOVE PO-NIGHTS-OPEN TO WS-PK-NIGHTS-OPEN(WS-PK-IX)
            END-IF.

        LOAD-NEW-PICKUPS.
            OPEN INPUT PICKUP-NEW-FILE
            IF WS-PICKUP-NEW-FS NOT = "00"
                DISPLAY "NOTE: NO NEW PICKUP CONFIRMATIONS, STATUS="
                    WS-PICKUP-NEW-FS
            ELSE
                PERFORM UNTIL WS-PICKUP-EOF
                    READ PICKUP-NEW-FILE
                        AT END
                            SET WS-PICKUP-EOF TO TRUE
                        NOT AT END
                            IF CY-CURRENCY-CD NOT = SPACES
                                AND CY-CURRENCY-CD NOT =
                                    WS-HOME-CURRENCY
                                ADD 1 TO WS-FOREIGN-PICKUP-COUNT
                            ELSE
                                PERFORM ADD-NEW-PICKUP
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PICKUP-NEW-FILE
            END-IF.

        ADD-NEW-PICKUP.
            ADD 1 TO WS-NEW-PICKUP-COUNT
            MOVE CY-STORE-ID TO WS-LOOKUP-STORE-ID
            MOVE CY-DENOM-CD TO WS-LOOKUP-DENOM-CD
            MOVE CY-PICKUP-DATE TO WS-LOOKUP-DATE
            PERFORM LOCATE-PICKUP-ENTRY
            IF WS-PK-FOUND
                ADD CY-COIN-COUNT TO WS-PK-COIN-COUNT(WS-PK-IX)
            ELSE
                PERFORM ADD-PICKUP-ENTRY
                MOVE CY-COIN-COUNT TO WS-PK-COIN-COUNT(WS-PK-IX)
                MOVE WS-TODAY TO WS-PK-FIRST-DATE(WS-PK-IX)
                MOVE 0 TO WS-PK-NIGHTS-OPEN(WS-PK-IX)
            END-IF.

        LOCATE-PICKUP-ENTRY.
            SET WS-PK-FOUND TO FALSE
            PERFORM VARYING WS-PK-IX FROM 1 BY 1
                UNTIL WS-PK-IX > WS-PK-COUNT
                    OR WS-PK-FOUND
                IF WS-PK-STORE-ID(WS-PK-IX) = WS-LOOKUP-STORE-ID
                    AND WS-PK-DENOM-CD(WS-PK-IX) = WS-LOOKUP-DENOM-CD
                    AND WS-PK-PICKUP-DATE(WS-PK-IX) = WS-LOOKUP-DATE
                    SET WS-PK-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-PK-FOUND
                SUBTRACT 1 FROM WS-PK-IX
            END-IF.

      *> Verifying against a truncated table would report every
      *> pickup past the cap as never arrived and drop it from the
      *> open file. Refuse instead; the standing open file and
      *> tonight's confirmations are untouched for the rerun.
        ADD-PICKUP-ENTRY.
            IF WS-PK-COUNT < 3000
                ADD 1 TO WS-PK-COUNT
                MOVE WS-PK-COUNT TO WS-PK-IX
                MOVE WS-LOOKUP-STORE-ID TO WS-PK-STORE-ID(WS-PK-IX)
                MOVE WS-LOOKUP-DENOM-CD TO WS-PK-DENOM-CD(WS-PK-IX)
                MOVE WS-LOOKUP-DATE TO WS-PK-PICKUP-DATE(WS-PK-IX)
                MOVE 0 TO WS-PK-DEP-COUNT(WS-PK-IX)
                MOVE "N" TO WS-PK-MATCHED(WS-PK-IX)
            ELSE
                DISPLAY "FATAL: MORE THAN 3000 PICKUPS AWAITING "
                    "VERIFICATION - THE MATCH CANNOT COVER THEM, "
                    "REFUSING"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        APPLY-ONE-DEPOSIT.
            MOVE VD-STORE-ID TO WS-LOOKUP-STORE-ID
            MOVE VD-DENOM-CD TO WS-LOOKUP-DENOM-CD
            MOVE VD-PICKUP-DATE TO WS-LOOKUP-DATE
            PERFORM LOCATE-PICKUP-ENTRY
            IF WS-PK-FOUND
                ADD VD-COIN-COUNT TO WS-PK-DEP-COUNT(WS-PK-IX)
                MOVE "Y" TO WS-PK-MATCHED(WS-PK-IX)
            ELSE
                ADD 1 TO WS-UNCONFIRMED-COUNT
                PERFORM LOOKUP-STORE-NAME
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  STORE " DELIMITED BY SIZE
                    VD-STORE-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-STORE-NAME DELIMITED BY SIZE
                    " DENOM " DELIMITED BY SIZE
                    VD-DENOM-CD DELIMITED BY SIZE
                    " PICKUP " DELIMITED BY SIZE
                    VD-PICKUP-DATE DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
                DISPLAY "    " VD-COIN-COUNT " COINS DEPOSITED, NO "
                    "PICKUP CONFIRMED - TRACE THE MANIFEST"
            END-IF.

        VERIFY-ONE-PICKUP.
            MOVE WS-PK-STORE-ID(WS-PK-IX) TO WS-LOOKUP-STORE-ID
            PERFORM LOOKUP-STORE-NAME
            IF WS-PK-MATCHED(WS-PK-IX) NOT = "Y"
                PERFORM CARRY-OPEN-PICKUP
            ELSE
                IF WS-PK-DEP-COUNT(WS-PK-IX)
                    = WS-PK-COIN-COUNT(WS-PK-IX)
                    ADD 1 TO WS-VERIFIED-COUNT
                ELSE
                    PERFORM POST-PICKUP-VARIANCE
                END-IF
            END-IF.

      *> The deposit arrived but the processor counted a different
      *> number of coins than the carrier signed for. Shortage:
      *> coin lost between store and processor; overage: coin the
      *> store sent without it being on the manifest. The deposit
      *> is spent either way, so a variance that cannot be valued
      *> or written is still reported - marked for treasury to
      *> post by hand - rather than carried as a bag in transit.
        POST-PICKUP-VARIANCE.
            IF WS-PK-DEP-COUNT(WS-PK-IX) < WS-PK-COIN-COUNT(WS-PK-IX)
                COMPUTE WS-VAR-COINS = WS-PK-COIN-COUNT(WS-PK-IX)
                    - WS-PK-DEP-COUNT(WS-PK-IX)
                MOVE "S" TO WS-VAR-TYPE
            ELSE
                COMPUTE WS-VAR-COINS = WS-PK-DEP-COUNT(WS-PK-IX)
                    - WS-PK-COIN-COUNT(WS-PK-IX)
                MOVE "O" TO WS-VAR-TYPE
            END-IF
            PERFORM LOOKUP-RATE
            SET WS-GL-WRITTEN TO FALSE
            IF NOT WS-RATE-FOUND
                ADD 1 TO WS-NOT-POSTED-COUNT
                MOVE 0 TO WS-VAR-AMOUNT
                DISPLAY "ERROR: NO RATE FOR DENOM "
                    WS-PK-DENOM-CD(WS-PK-IX) " ON "
                    WS-PK-PICKUP-DATE(WS-PK-IX) " - VARIANCE AT "
                    "STORE " WS-PK-STORE-ID(WS-PK-IX)
                    " NOT VALUED"
            ELSE
                COMPUTE WS-VAR-AMOUNT = WS-VAR-COINS * WS-DENOM-VALUE
                PERFORM WRITE-VARIANCE-GL
            END-IF
            IF NOT WS-GL-WRITTEN
                MOVE "NOT POSTED" TO CG-TXN-ID
            END-IF
            PERFORM PRINT-VARIANCE-LINE.

        WRITE-VARIANCE-GL.
            IF WS-GL-SEQ = 999
                DISPLAY "ERROR: PICKUP GL SEQUENCE EXHAUSTED - "
                    "VARIANCE AT STORE " WS-PK-STORE-ID(WS-PK-IX)
                    " NOT POSTED"
                ADD 1 TO WS-NOT-POSTED-COUNT
            ELSE
                ADD 1 TO WS-GL-SEQ
                MOVE WS-GL-SEQ TO WS-GL-TXN-SEQ
                MOVE SPACES TO CPY-COIN-GL-REC
                MOVE WS-GL-TXN-ID TO CG-TXN-ID
                MOVE WS-PK-STORE-ID(WS-PK-IX) TO CG-STORE-ID
                MOVE WS-VAR-AMOUNT TO CG-AMOUNT
                MOVE WS-PK-PICKUP-DATE(WS-PK-IX) TO CG-TXN-DATE
                MOVE WS-VAR-TYPE TO CG-ENTRY-TYPE
                MOVE 0 TO CG-FOREIGN-AMOUNT
                SET CG-FROM-PICKUP TO TRUE
                PERFORM SET-POST-PERIOD
                WRITE CPY-COIN-GL-REC
                IF WS-GL-PICKUP-FS NOT = "00"
                    DISPLAY "ERROR WRITING GL-PICKUP-FILE, STATUS="
                        WS-GL-PICKUP-FS
                ELSE
                    ADD 1 TO WS-GL-COUNT
                    SET WS-GL-WRITTEN TO TRUE
                    IF CG-PRIOR-PERIOD-ADJ
                        ADD 1 TO WS-PRIOR-ADJ-COUNT
                    END-IF
                    IF CG-PICKUP-SHORT
                        ADD 1 TO WS-SHORT-COUNT
                        ADD WS-VAR-AMOUNT TO WS-SHORT-AMOUNT
                    ELSE
                        ADD 1 TO WS-OVER-COUNT
                        ADD WS-VAR-AMOUNT TO WS-OVER-AMOUNT
                    END-IF
                END-IF
            END-IF.

      *> A variance dated in a closed month posts to the open
      *> month, flagged for the GL and ABC150_PL's late-items
      *> report.
        SET-POST-PERIOD.
            MOVE CG-TXN-DATE TO LP-TXN-DATE
            MOVE WS-TODAY TO LP-BUS-DATE
            CALL "ABC150PD" USING LP-TXN-DATE LP-BUS-DATE
                LP-POST-PERIOD LP-ADJ-SW LP-FIRST-OPEN
                LP-PER-LOADED-SW
            MOVE LP-POST-PERIOD TO CG-POST-PERIOD
            IF LP-PRIOR-PERIOD-ADJ
                SET CG-PRIOR-PERIOD-ADJ TO TRUE
            ELSE
                MOVE SPACE TO CG-PERIOD-ADJ
            END-IF.

        PRINT-VARIANCE-LINE.
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  STORE " DELIMITED BY SIZE
                WS-PK-STORE-ID(WS-PK-IX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-STORE-NAME DELIMITED BY SIZE
                " DENOM " DELIMITED BY SIZE
                WS-PK-DENOM-CD(WS-PK-IX) DELIMITED BY SIZE
                " PICKUP " DELIMITED BY SIZE
                WS-PK-PICKUP-DATE(WS-PK-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            IF WS-VAR-TYPE = "S"
                DISPLAY "    CONFIRMED " WS-PK-COIN-COUNT(WS-PK-IX)
                    " DEPOSITED " WS-PK-DEP-COUNT(WS-PK-IX)
                    " SHORT " WS-VAR-COINS " COINS / "
                    WS-VAR-AMOUNT " GL " CG-TXN-ID
            ELSE
                DISPLAY "    CONFIRMED " WS-PK-COIN-COUNT(WS-PK-IX)
                    " DEPOSITED " WS-PK-DEP-COUNT(WS-PK-IX)
                    " OVER " WS-VAR-COINS " COINS / "
                    WS-VAR-AMOUNT " GL " CG-TXN-ID
            END-IF.

      *> No deposit yet: carried forward, aged to tonight. Past
      *> WS-ARRIVAL-NIGHTS the bag is reported as never arrived
      *> every night until the processor's count turns up or
      *> treasury clears it from the open file after a claim.
        CARRY-OPEN-PICKUP.
            ADD 1 TO WS-AWAITING-COUNT
            MOVE WS-PK-PICKUP-DATE(WS-PK-IX) TO WS-AGE-FIRST-DATE
            MOVE WS-PK-NIGHTS-OPEN(WS-PK-IX) TO WS-AGE-NIGHTS-OPEN
            PERFORM AGE-OPEN-PICKUP
            MOVE WS-AGE-NIGHTS-OPEN TO WS-PK-NIGHTS-OPEN(WS-PK-IX)
            IF WS-PK-NIGHTS-OPEN(WS-PK-IX) > WS-ARRIVAL-NIGHTS
                ADD 1 TO WS-NEVER-ARRIVED-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  STORE " DELIMITED BY SIZE
                    WS-PK-STORE-ID(WS-PK-IX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-STORE-NAME DELIMITED BY SIZE
                    " DENOM " DELIMITED BY SIZE
                    WS-PK-DENOM-CD(WS-PK-IX) DELIMITED BY SIZE
                    " PICKUP " DELIMITED BY SIZE
                    WS-PK-PICKUP-DATE(WS-PK-IX) DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
                DISPLAY "    " WS-PK-COIN-COUNT(WS-PK-IX)
                    " COINS NEVER ARRIVED - OPEN "
                    WS-PK-NIGHTS-OPEN(WS-PK-IX)
                    " BUSINESS DAYS, CLAIM WITH THE CARRIER"
            END-IF
            PERFORM WRITE-OPEN-PICKUP.

      *> Nights open counts business days, as ABC150_G counts
      *> them for GL suspense: 1 on the pickup date plus the
      *> business days after it up to today. A pickup date that
      *> is not a usable date (a damaged row) falls back to one
      *> more night than it had.
        AGE-OPEN-PICKUP.
            IF WS-AGE-FIRST-DATE IS NOT NUMERIC
                OR WS-AGE-FIRST-DATE > WS-TODAY
                IF WS-AGE-NIGHTS-OPEN IS NOT NUMERIC
                    MOVE 0 TO WS-AGE-NIGHTS-OPEN
                END-IF
                IF WS-AGE-NIGHTS-OPEN < WS-AGE-LIMIT
                    ADD 1 TO WS-AGE-NIGHTS-OPEN
                END-IF
            ELSE
                SET LB-FN-COUNT TO TRUE
                MOVE WS-AGE-FIRST-DATE TO LB-DATE
                MOVE WS-TODAY TO LB-TO-DATE
                CALL "ABC150W" USING LB-FUNCTION LB-DATE LB-TO-DATE
                    LB-RESULT-DATE LB-DAY-COUNT LB-BUSINESS-SW
                    LB-VALID-SW LB-CAL-LOADED-SW LB-CAL-LAST-DATE
                EVALUATE TRUE
                    WHEN NOT LB-VALID
                        IF WS-AGE-NIGHTS-OPEN IS NOT NUMERIC
                            MOVE 0 TO WS-AGE-NIGHTS-OPEN
                        END-IF
                        IF WS-AGE-NIGHTS-OPEN < WS-AGE-LIMIT
                            ADD 1 TO WS-AGE-NIGHTS-OPEN
                        END-IF
                    WHEN LB-DAY-COUNT NOT < WS-AGE-LIMIT
                        MOVE WS-AGE-LIMIT TO WS-AGE-NIGHTS-OPEN
                    WHEN OTHER
                        COMPUTE WS-AGE-NIGHTS-OPEN = LB-DAY-COUNT + 1
                END-EVALUATE
            END-IF.

        WRITE-OPEN-PICKUP.
            MOVE WS-PK-STORE-ID(WS-PK-IX) TO PO-STORE-ID
            MOVE WS-PK-DENOM-CD(WS-PK-IX) TO PO-DENOM-CD
            MOVE WS-PK-COIN-COUNT(WS-PK-IX) TO PO-COIN-COUNT
            MOVE WS-PK-PICKUP-DATE(WS-PK-IX) TO PO-PICKUP-DATE
            MOVE WS-PK-FIRST-DATE(WS-PK-IX) TO PO-FIRST-DATE
            MOVE WS-PK-NIGHTS-OPEN(WS-PK-IX) TO PO-NIGHTS-OPEN
            MOVE CPY-COIN-PKOPN-REC TO PKOPN-OUT-REC
            WRITE PKOPN-OUT-REC
            IF WS-PKOPN-OUT-FS NOT = "00"
                DISPLAY "ERROR WRITING PKOPN-OUT-FILE, STATUS="
                    WS-PKOPN-OUT-FS
            END-IF.

      *> Valued at the rate in force on the pickup date, the same
      *> effective-dated lookup ABC150R makes for a redemption.
        LOOKUP-RATE.
            SET WS-RATE-FOUND TO FALSE
            MOVE 0 TO WS-DENOM-VALUE
            PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                UNTIL WS-RATE-IX > WS-RATE-COUNT
                IF WS-RATE-DENOM-CD(WS-RATE-IX)
                    = WS-PK-DENOM-CD(WS-PK-IX)
                    AND WS-PK-PICKUP-DATE(WS-PK-IX)
                        >= WS-RATE-EFF-FROM(WS-RATE-IX)
                    AND WS-PK-PICKUP-DATE(WS-PK-IX)
                        <= WS-RATE-EFF-TO(WS-RATE-IX)
                    MOVE WS-RATE-DENOM-VALUE(WS-RATE-IX)
                        TO WS-DENOM-VALUE
                    SET WS-RATE-FOUND TO TRUE
                END-IF
            END-PERFORM.

        LOOKUP-STORE-NAME.
            SET WS-MSTR-FOUND TO FALSE
            MOVE SPACES TO WS-STORE-NAME
            PERFORM VARYING WS-MSTR-IX FROM 1 BY 1
                UNTIL WS-MSTR-IX > WS-MSTR-COUNT
                    OR WS-MSTR-FOUND
                IF WS-MS-STORE-ID(WS-MSTR-IX) = WS-LOOKUP-STORE-ID
                    MOVE WS-MS-STORE-NAME(WS-MSTR-IX)
                        TO WS-STORE-NAME
                    SET WS-MSTR-FOUND TO TRUE
                END-IF
            END-PERFORM.

        PRINT-VERIFY-SUMMARY.
            IF WS-SHORT-COUNT = 0 AND WS-OVER-COUNT = 0
                AND WS-NEVER-ARRIVED-COUNT = 0
                DISPLAY "  NO VARIANCES, NOTHING OVERDUE"
            END-IF
            DISPLAY "----------------------------------------------"
            DISPLAY "PICKUPS CARRIED IN  . . . : " WS-CARRIED-IN-COUNT
            DISPLAY "NEW CONFIRMATIONS . . . . : " WS-NEW-PICKUP-COUNT
            DISPLAY "FOREIGN PICKUPS PASSED  . : "
                WS-FOREIGN-PICKUP-COUNT
            DISPLAY "VERIFIED DEPOSITS READ  . : " WS-DEPOSIT-COUNT
            DISPLAY "PICKUPS VERIFIED EXACT  . : " WS-VERIFIED-COUNT
            DISPLAY "SHORTAGES POSTED  . . . . : " WS-SHORT-COUNT
                " / " WS-SHORT-AMOUNT
            DISPLAY "OVERAGES POSTED . . . . . : " WS-OVER-COUNT
                " / " WS-OVER-AMOUNT
            DISPLAY "VARIANCES NOT POSTED  . . : " WS-NOT-POSTED-COUNT
            DISPLAY "GL ENTRIES WRITTEN  . . . : " WS-GL-COUNT
            DISPLAY "  PRIOR-PERIOD ADJUSTMENTS: " WS-PRIOR-ADJ-COUNT
            DISPLAY "DEPOSITS NOT CONFIRMED  . : "
                WS-UNCONFIRMED-COUNT
            DISPLAY "AWAITING DEPOSIT (OPEN) . : " WS-AWAITING-COUNT
            DISPLAY "  NEVER ARRIVED . . . . . : "
                WS-NEVER-ARRIVED-COUNT
            DISPLAY "==============================================".
