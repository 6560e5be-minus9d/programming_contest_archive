        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_D.

      *> ABC150_D - nightly teller drawer reconciliation.
      *> Each teller's redemption drawer is counted down at close
      *> and the count sent in with the day's work (the counted-
      *> drawer submission, one record per teller). This step
      *> proves every count against what the audit trail says
      *> left that teller's drawer: the teller's rule-paid "Yes"
      *> payouts plus the supervisor-approved referrals the
      *> teller handed over, less reversals put back into the
      *> drawer - all at the net amount the customer was actually
      *> handed. One line per teller prints over/short; a
      *> variance beyond WS-TOLERANCE-AMOUNT is flagged, and it -
      *> together with a teller who paid out but sent no count,
      *> and a count sent in under an ID that is not an active
      *> operator - goes to the exceptions dataset the store
      *> managers work each morning. Tellers are accumulated in a
      *> table rather than by control break for the same reason
      *> as ABC150_S: a restarted ABC150_A appends to COINAUD out
      *> of store order. Audit rows with no teller ID (rows
      *> written before tellers were captured) are totalled
      *> separately so they cannot hide inside a teller's figure.
      *> A night after a weekend or holiday carries every
      *> transaction dated from the run control's first
      *> transaction date to its business date, so every count
      *> dated in that window is taken, one per drawer per day,
      *> and a teller's counts are added up across the days
      *> before they are proved against the payouts. The counts
      *> come from the standing intake the stores append to; a
      *> count dated after the business date belongs to a night
      *> not yet run and is written to the carry file, which the
      *> merge job puts back as the intake once the night closes.
      *> Ends RC=4 when any exception was written.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-AUDIT-FILE ASSIGN TO COINAUD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-AUDIT-FS.
            SELECT COIN-DRAWER-FILE ASSIGN TO COINDRW
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-DRAWER-FS.
            SELECT COIN-DRAWER-CARRY-FILE ASSIGN TO COINDRC
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-DRAWER-CARRY-FS.
            SELECT COIN-DRWEX-FILE ASSIGN TO COINDRX
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-DRWEX-FS.
            SELECT COIN-OPER-FILE ASSIGN TO COINOPR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-OPER-FS.
            SELECT COIN-CTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CTL-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-AUDIT-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-AUDIT".

        FD COIN-DRAWER-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-DRAWER".

        FD COIN-DRAWER-CARRY-FILE
            RECORDING MODE IS F.
        01  COIN-DRAWER-CARRY-REC   PIC X(52).

        FD COIN-DRWEX-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-DRWEX".

        FD COIN-OPER-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-OPER".

        FD COIN-CTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

        WORKING-STORAGE SECTION.
        01 WS-COIN-AUDIT-FS PIC XX.
        01 WS-COIN-DRAWER-FS PIC XX.
        01 WS-COIN-DRAWER-CARRY-FS PIC XX.
        01 WS-COIN-DRWEX-FS PIC XX.
        01 WS-COIN-OPER-FS PIC XX.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-AUDIT-EOF-SW PIC X VALUE "N".
            88 WS-AUDIT-EOF VALUE "Y".
        01 WS-DRAWER-EOF-SW PIC X VALUE "N".
            88 WS-DRAWER-EOF VALUE "Y".
        01 WS-OPER-EOF-SW PIC X VALUE "N".
            88 WS-OPER-EOF VALUE "Y".
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-BUS-DATE PIC 9(8) VALUE 0.
        01 WS-FIRST-TXN-DATE PIC 9(8) VALUE 0.
      *> A drawer within this many yen of its payouts is taken
      *> as counted right - coin-room rounding and a dropped coin
      *> are not worth a store manager's morning.
        01 WS-TOLERANCE-AMOUNT PIC 9(15) VALUE 500.
        01 WS-OPER-TABLE.
            05 WS-OPER-ENTRY OCCURS 200 TIMES.
                10 WS-OP-OPER-ID PIC X(8).
                10 WS-OP-OPER-NAME PIC X(30).
                10 WS-OP-ACTIVE PIC X(1).
        01 WS-OPER-COUNT PIC 9(4) VALUE 0.
        01 WS-OPER-IX PIC 9(4).
        01 WS-OPER-FOUND-SW PIC X VALUE "N".
            88 WS-OPER-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-OPER-NAME PIC X(30).
        01 WS-TELLER-TABLE.
            05 WS-TELLER-ENTRY OCCURS 2000 TIMES.
                10 WS-TL-STORE-ID PIC X(6).
                10 WS-TL-TELLER-ID PIC X(8).
                10 WS-TL-PAY-COUNT PIC 9(9).
                10 WS-TL-RULE-PAID PIC 9(17).
                10 WS-TL-DISP-PAID PIC 9(17).
                10 WS-TL-REV-BACK PIC 9(17).
                10 WS-TL-COUNTED-PAID PIC S9(17).
                10 WS-TL-SUBMITTED PIC X(1).
        01 WS-TELLER-COUNT PIC 9(5) VALUE 0.
        01 WS-TELLER-IX PIC 9(5).
        01 WS-TELLER-FOUND-SW PIC X VALUE "N".
            88 WS-TELLER-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
      *> One entry per drawer per day counted, so a resent count
      *> replaces only the same day's count for that drawer.
        01 WS-COUNT-TABLE.
            05 WS-COUNT-ENTRY OCCURS 6000 TIMES.
                10 WS-DC-STORE-ID PIC X(6).
                10 WS-DC-TELLER-ID PIC X(8).
                10 WS-DC-BUS-DATE PIC 9(8).
                10 WS-DC-COUNTED-PAID PIC S9(17).
        01 WS-COUNT-TOTAL PIC 9(5) VALUE 0.
        01 WS-COUNT-IX PIC 9(5).
        01 WS-COUNT-FOUND-SW PIC X VALUE "N".
            88 WS-COUNT-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-STORE-ID PIC X(6).
        01 WS-LOOKUP-TELLER-ID PIC X(8).
        01 WS-EXPECTED-PAID PIC S9(17).
        01 WS-VARIANCE PIC S9(17).
        01 WS-ABS-VARIANCE PIC 9(17).
        01 WS-AUDIT-COUNT PIC 9(9) VALUE 0.
        01 WS-NO-TELLER-COUNT PIC 9(9) VALUE 0.
        01 WS-NO-TELLER-AMOUNT PIC 9(17) VALUE 0.
        01 WS-DRAWER-COUNT PIC 9(9) VALUE 0.
        01 WS-OTHER-DATE-COUNT PIC 9(9) VALUE 0.
        01 WS-RESENT-COUNT PIC 9(9) VALUE 0.
        01 WS-CARRIED-COUNT PIC 9(9) VALUE 0.
        01 WS-BALANCED-COUNT PIC 9(9) VALUE 0.
        01 WS-OVER-COUNT PIC 9(9) VALUE 0.
        01 WS-SHORT-COUNT PIC 9(9) VALUE 0.
        01 WS-NO-COUNT-COUNT PIC 9(9) VALUE 0.
        01 WS-UNKNOWN-COUNT PIC 9(9) VALUE 0.
        01 WS-EXCEPT-COUNT PIC 9(9) VALUE 0.
        01 WS-FLAG PIC X(4).
        01 WS-AMOUNT-OUT PIC Z(14)9.
        01 WS-COUNTED-OUT PIC -(14)9.
        01 WS-VARIANCE-OUT PIC -(14)9.
        01 WS-REPORT-LINE PIC X(60).

        PROCEDURE DIVISION.
        MAIN.
            PERFORM READ-BUSINESS-DATE
            PERFORM LOAD-OPER-TABLE

            OPEN INPUT COIN-AUDIT-FILE
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-AUDIT-FILE, "
                    "STATUS=" WS-COIN-AUDIT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT COIN-DRWEX-FILE
            IF WS-COIN-DRWEX-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-DRWEX-FILE, "
                    "STATUS=" WS-COIN-DRWEX-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-AUDIT-EOF
                READ COIN-AUDIT-FILE
                    AT END
                        SET WS-AUDIT-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-AUDIT-COUNT
                        PERFORM TALLY-ONE-AUDIT-ROW
                END-READ
            END-PERFORM
            CLOSE COIN-AUDIT-FILE

            OPEN OUTPUT COIN-DRAWER-CARRY-FILE
            IF WS-COIN-DRAWER-CARRY-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-DRAWER-CARRY-FILE"
                    ", STATUS=" WS-COIN-DRAWER-CARRY-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-DRAWER-COUNTS
            CLOSE COIN-DRAWER-CARRY-FILE
            PERFORM APPLY-DRAWER-COUNTS
                VARYING WS-COUNT-IX FROM 1 BY 1
                UNTIL WS-COUNT-IX > WS-COUNT-TOTAL

            DISPLAY "========================================"
            DISPLAY "ABC150_D TELLER DRAWER RECONCILIATION"
            DISPLAY "BUSINESS DATE " WS-BUS-DATE
                "   TOLERANCE " WS-TOLERANCE-AMOUNT
            IF WS-FIRST-TXN-DATE NOT = WS-BUS-DATE
                DISPLAY "DRAWERS COUNTED " WS-FIRST-TXN-DATE
                    " THRU " WS-BUS-DATE
            END-IF
            DISPLAY "========================================"
            DISPLAY "STORE  TELLER   EXPECTED PAID   COUNTED PAID"
                "        OVER(-)/SHORT  FLAG"
            PERFORM RECONCILE-ONE-TELLER
                VARYING WS-TELLER-IX FROM 1 BY 1
                UNTIL WS-TELLER-IX > WS-TELLER-COUNT
            CLOSE COIN-DRWEX-FILE

            PERFORM PRINT-TOTALS
            IF WS-EXCEPT-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *> The dates the night ran for - a count sent in for any
      *> other day belongs to another night's reconciliation. A
      *> blank first transaction date (a run control from before
      *> the calendar) is the business date itself, as ABC150_A
      *> takes it.
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
                    "DATE TO RECONCILE"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CU-BUS-DATE TO WS-BUS-DATE
            IF CU-FIRST-TXN-DATE IS NUMERIC
                AND CU-FIRST-TXN-DATE > 0
                AND CU-FIRST-TXN-DATE NOT > CU-BUS-DATE
                MOVE CU-FIRST-TXN-DATE TO WS-FIRST-TXN-DATE
            ELSE
                MOVE CU-BUS-DATE TO WS-FIRST-TXN-DATE
            END-IF
            CLOSE COIN-CTL-FILE.

        LOAD-OPER-TABLE.
            OPEN INPUT COIN-OPER-FILE
            IF WS-COIN-OPER-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-OPER-FILE, "
                    "STATUS=" WS-COIN-OPER-FS
                    " - TELLER COUNTS CANNOT BE VERIFIED"
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
                            MOVE CO-OPER-NAME
                                TO WS-OP-OPER-NAME(WS-OPER-COUNT)
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

      *> Only money that crossed the counter moves a drawer: a
      *> rule "Yes" and an approved disposition paid the net out,
      *> a reversal took it back. "No", "REF" and declined rows
      *> paid nothing.
        TALLY-ONE-AUDIT-ROW.
            IF CA-RESULT = "Yes" OR CA-RESULT = "REV"
                IF CA-TELLER-ID = SPACES
                    ADD 1 TO WS-NO-TELLER-COUNT
                    ADD CA-NET-AMOUNT TO WS-NO-TELLER-AMOUNT
                ELSE
                    MOVE CA-STORE-ID TO WS-LOOKUP-STORE-ID
                    MOVE CA-TELLER-ID TO WS-LOOKUP-TELLER-ID
                    PERFORM LOCATE-TELLER-ENTRY
                    IF WS-TELLER-FOUND
                        PERFORM ADD-AUDIT-TO-TELLER
                    END-IF
                END-IF
            END-IF.

        ADD-AUDIT-TO-TELLER.
            EVALUATE TRUE
                WHEN CA-RESULT = "REV"
                    ADD CA-NET-AMOUNT TO WS-TL-REV-BACK(WS-TELLER-IX)
                WHEN CA-OPERATOR-ID NOT = SPACES
                    ADD 1 TO WS-TL-PAY-COUNT(WS-TELLER-IX)
                    ADD CA-NET-AMOUNT
                        TO WS-TL-DISP-PAID(WS-TELLER-IX)
                WHEN OTHER
                    ADD 1 TO WS-TL-PAY-COUNT(WS-TELLER-IX)
                    ADD CA-NET-AMOUNT
                        TO WS-TL-RULE-PAID(WS-TELLER-IX)
            END-EVALUATE.

        LOCATE-TELLER-ENTRY.
            SET WS-TELLER-FOUND TO FALSE
            PERFORM VARYING WS-TELLER-IX FROM 1 BY 1
                UNTIL WS-TELLER-IX > WS-TELLER-COUNT
                    OR WS-TELLER-FOUND
                IF WS-TL-STORE-ID(WS-TELLER-IX) = WS-LOOKUP-STORE-ID
                    AND WS-TL-TELLER-ID(WS-TELLER-IX)
                        = WS-LOOKUP-TELLER-ID
                    SET WS-TELLER-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-TELLER-FOUND
                SUBTRACT 1 FROM WS-TELLER-IX
            ELSE
                IF WS-TELLER-COUNT < 2000
                    ADD 1 TO WS-TELLER-COUNT
                    MOVE WS-TELLER-COUNT TO WS-TELLER-IX
                    MOVE WS-LOOKUP-STORE-ID
                        TO WS-TL-STORE-ID(WS-TELLER-IX)
                    MOVE WS-LOOKUP-TELLER-ID
                        TO WS-TL-TELLER-ID(WS-TELLER-IX)
                    MOVE 0 TO WS-TL-PAY-COUNT(WS-TELLER-IX)
                    MOVE 0 TO WS-TL-RULE-PAID(WS-TELLER-IX)
                    MOVE 0 TO WS-TL-DISP-PAID(WS-TELLER-IX)
                    MOVE 0 TO WS-TL-REV-BACK(WS-TELLER-IX)
                    MOVE 0 TO WS-TL-COUNTED-PAID(WS-TELLER-IX)
                    MOVE "N" TO WS-TL-SUBMITTED(WS-TELLER-IX)
                    SET WS-TELLER-FOUND TO TRUE
                ELSE
                    DISPLAY "ERROR: MORE THAN 2000 TELLER DRAWERS, "
                        "DROPPING STORE " WS-LOOKUP-STORE-ID
                        " TELLER " WS-LOOKUP-TELLER-ID
                END-IF
            END-IF.

      *> No submission file at all is the whole chain missing its
      *> counts, not a clean night - every teller who paid out is
      *> then reported with no count, which is exactly what the
      *> store managers need to chase.
        LOAD-DRAWER-COUNTS.
            OPEN INPUT COIN-DRAWER-FILE
            IF WS-COIN-DRAWER-FS NOT = "00"
                DISPLAY "WARNING: NO COUNTED-DRAWER SUBMISSIONS, "
                    "STATUS=" WS-COIN-DRAWER-FS
                    " - EVERY PAYING TELLER IS REPORTED UNCOUNTED"
            ELSE
                PERFORM UNTIL WS-DRAWER-EOF
                    READ COIN-DRAWER-FILE
                        AT END
                            SET WS-DRAWER-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-DRAWER-COUNT
                            PERFORM APPLY-ONE-DRAWER-COUNT
                    END-READ
                END-PERFORM
                CLOSE COIN-DRAWER-FILE
            END-IF.

      *> A count sent in twice for the same drawer and day is the
      *> store resending a corrected count: the later one stands.
      *> A count dated after the business date is carried to the
      *> night that runs that date; one dated before the first
      *> transaction date was another night's and is ignored.
        APPLY-ONE-DRAWER-COUNT.
            EVALUATE TRUE
                WHEN CW-BUS-DATE > WS-BUS-DATE
                    PERFORM CARRY-DRAWER-COUNT
                WHEN CW-BUS-DATE < WS-FIRST-TXN-DATE
                    ADD 1 TO WS-OTHER-DATE-COUNT
                    DISPLAY "WARNING: COUNT FOR STORE " CW-STORE-ID
                        " TELLER " CW-TELLER-ID " IS DATED "
                        CW-BUS-DATE " - IGNORED"
                WHEN OTHER
                    MOVE CW-TELLER-ID TO WS-LOOKUP-TELLER-ID
                    PERFORM LOOKUP-OPERATOR
                    IF WS-OPER-FOUND
                        AND WS-OP-ACTIVE(WS-OPER-IX) = "A"
                        PERFORM LOCATE-DRAWER-COUNT
                        IF WS-COUNT-FOUND
                            COMPUTE WS-DC-COUNTED-PAID(WS-COUNT-IX) =
                                CW-OPEN-FLOAT - CW-COUNTED-CASH
                        END-IF
                    ELSE
                        PERFORM WRITE-UNKNOWN-TELLER-EXCEPTION
                    END-IF
            END-EVALUATE.

        CARRY-DRAWER-COUNT.
            WRITE COIN-DRAWER-CARRY-REC FROM CPY-COIN-DRAWER-REC
            IF WS-COIN-DRAWER-CARRY-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-DRAWER-CARRY-FILE, "
                    "STATUS=" WS-COIN-DRAWER-CARRY-FS
                    " - COUNT FOR STORE " CW-STORE-ID " TELLER "
                    CW-TELLER-ID " DATED " CW-BUS-DATE " IS LOST"
            ELSE
                ADD 1 TO WS-CARRIED-COUNT
            END-IF.

        LOCATE-DRAWER-COUNT.
            SET WS-COUNT-FOUND TO FALSE
            PERFORM VARYING WS-COUNT-IX FROM 1 BY 1
                UNTIL WS-COUNT-IX > WS-COUNT-TOTAL
                    OR WS-COUNT-FOUND
                IF WS-DC-STORE-ID(WS-COUNT-IX) = CW-STORE-ID
                    AND WS-DC-TELLER-ID(WS-COUNT-IX) = CW-TELLER-ID
                    AND WS-DC-BUS-DATE(WS-COUNT-IX) = CW-BUS-DATE
                    SET WS-COUNT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-COUNT-FOUND
                SUBTRACT 1 FROM WS-COUNT-IX
                ADD 1 TO WS-RESENT-COUNT
            ELSE
                IF WS-COUNT-TOTAL < 6000
                    ADD 1 TO WS-COUNT-TOTAL
                    MOVE WS-COUNT-TOTAL TO WS-COUNT-IX
                    MOVE CW-STORE-ID TO WS-DC-STORE-ID(WS-COUNT-IX)
                    MOVE CW-TELLER-ID TO WS-DC-TELLER-ID(WS-COUNT-IX)
                    MOVE CW-BUS-DATE TO WS-DC-BUS-DATE(WS-COUNT-IX)
                    SET WS-COUNT-FOUND TO TRUE
                ELSE
                    DISPLAY "ERROR: MORE THAN 6000 DRAWER COUNTS, "
                        "DROPPING STORE " CW-STORE-ID " TELLER "
                        CW-TELLER-ID " DATED " CW-BUS-DATE
                END-IF
            END-IF.

      *> Each teller's counted payouts are the sum of the drawer
      *> counts for every day the night covers.
        APPLY-DRAWER-COUNTS.
            MOVE WS-DC-STORE-ID(WS-COUNT-IX) TO WS-LOOKUP-STORE-ID
            MOVE WS-DC-TELLER-ID(WS-COUNT-IX) TO WS-LOOKUP-TELLER-ID
            PERFORM LOCATE-TELLER-ENTRY
            IF WS-TELLER-FOUND
                MOVE "Y" TO WS-TL-SUBMITTED(WS-TELLER-IX)
                ADD WS-DC-COUNTED-PAID(WS-COUNT-IX)
                    TO WS-TL-COUNTED-PAID(WS-TELLER-IX)
            END-IF.

        LOOKUP-OPERATOR.
            SET WS-OPER-FOUND TO FALSE
            MOVE SPACES TO WS-OPER-NAME
            PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                UNTIL WS-OPER-IX > WS-OPER-COUNT
                    OR WS-OPER-FOUND
                IF WS-OP-OPER-ID(WS-OPER-IX) = WS-LOOKUP-TELLER-ID
                    MOVE WS-OP-OPER-NAME(WS-OPER-IX) TO WS-OPER-NAME
                    SET WS-OPER-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-OPER-FOUND
                SUBTRACT 1 FROM WS-OPER-IX
            END-IF.

        WRITE-UNKNOWN-TELLER-EXCEPTION.
            ADD 1 TO WS-UNKNOWN-COUNT
            MOVE CW-STORE-ID TO DX-STORE-ID
            MOVE CW-TELLER-ID TO DX-TELLER-ID
            MOVE CW-BUS-DATE TO DX-BUS-DATE
            SET DX-UNKNOWN-TELLER TO TRUE
            MOVE "COUNT SENT UNDER AN INACTIVE/UNKNOWN ID"
                TO DX-EXCEPT-TEXT
            MOVE 0 TO DX-EXPECTED-PAYOUT
            IF CW-OPEN-FLOAT > CW-COUNTED-CASH
                COMPUTE DX-COUNTED-PAYOUT =
                    CW-OPEN-FLOAT - CW-COUNTED-CASH
            ELSE
                MOVE 0 TO DX-COUNTED-PAYOUT
            END-IF
            MOVE 0 TO DX-VARIANCE
            PERFORM WRITE-EXCEPTION
            DISPLAY CW-STORE-ID " " CW-TELLER-ID
                " *** COUNT UNDER AN ID THAT IS NOT AN ACTIVE "
                "OPERATOR  UNKT".

      *> Expected is what the audit trail says left the drawer;
      *> counted is float less cash counted back. Positive
      *> variance: less cash in the drawer than the payouts
      *> explain (short); negative: more (over).
        RECONCILE-ONE-TELLER.
            COMPUTE WS-EXPECTED-PAID =
                WS-TL-RULE-PAID(WS-TELLER-IX)
                + WS-TL-DISP-PAID(WS-TELLER-IX)
                - WS-TL-REV-BACK(WS-TELLER-IX)
            MOVE SPACES TO WS-FLAG
            IF WS-TL-SUBMITTED(WS-TELLER-IX) NOT = "Y"
                MOVE 0 TO WS-VARIANCE
                IF WS-EXPECTED-PAID NOT = 0
                    MOVE "NOCT" TO WS-FLAG
                    ADD 1 TO WS-NO-COUNT-COUNT
                ELSE
                    ADD 1 TO WS-BALANCED-COUNT
                END-IF
            ELSE
                COMPUTE WS-VARIANCE =
                    WS-TL-COUNTED-PAID(WS-TELLER-IX)
                    - WS-EXPECTED-PAID
                IF WS-VARIANCE < 0
                    COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
                ELSE
                    MOVE WS-VARIANCE TO WS-ABS-VARIANCE
                END-IF
                EVALUATE TRUE
                    WHEN WS-ABS-VARIANCE NOT > WS-TOLERANCE-AMOUNT
                        ADD 1 TO WS-BALANCED-COUNT
                    WHEN WS-VARIANCE > 0
                        MOVE "SHRT" TO WS-FLAG
                        ADD 1 TO WS-SHORT-COUNT
                    WHEN OTHER
                        MOVE "OVER" TO WS-FLAG
                        ADD 1 TO WS-OVER-COUNT
                END-EVALUATE
            END-IF
            MOVE WS-EXPECTED-PAID TO WS-AMOUNT-OUT
            MOVE WS-TL-COUNTED-PAID(WS-TELLER-IX) TO WS-COUNTED-OUT
            MOVE WS-VARIANCE TO WS-VARIANCE-OUT
            IF WS-FLAG = SPACES
                DISPLAY WS-TL-STORE-ID(WS-TELLER-IX) " "
                    WS-TL-TELLER-ID(WS-TELLER-IX) " "
                    WS-AMOUNT-OUT " " WS-COUNTED-OUT " "
                    WS-VARIANCE-OUT
            ELSE
                DISPLAY WS-TL-STORE-ID(WS-TELLER-IX) " "
                    WS-TL-TELLER-ID(WS-TELLER-IX) " "
                    WS-AMOUNT-OUT " " WS-COUNTED-OUT " "
                    WS-VARIANCE-OUT " *** " WS-FLAG
                PERFORM WRITE-TELLER-EXCEPTION
            END-IF.

        WRITE-TELLER-EXCEPTION.
            MOVE WS-TL-STORE-ID(WS-TELLER-IX) TO DX-STORE-ID
            MOVE WS-TL-TELLER-ID(WS-TELLER-IX) TO DX-TELLER-ID
            MOVE WS-BUS-DATE TO DX-BUS-DATE
            MOVE WS-FLAG TO DX-EXCEPT-CD
            EVALUATE TRUE
                WHEN DX-NO-COUNT
                    MOVE "TELLER PAID OUT BUT SENT NO DRAWER COUNT"
                        TO DX-EXCEPT-TEXT
                WHEN DX-DRAWER-SHORT
                    MOVE "DRAWER SHORT BEYOND TOLERANCE"
                        TO DX-EXCEPT-TEXT
                WHEN OTHER
                    MOVE "DRAWER OVER BEYOND TOLERANCE"
                        TO DX-EXCEPT-TEXT
            END-EVALUATE
            IF WS-EXPECTED-PAID > 0
                MOVE WS-EXPECTED-PAID TO DX-EXPECTED-PAYOUT
            ELSE
                MOVE 0 TO DX-EXPECTED-PAYOUT
            END-IF
            IF WS-TL-COUNTED-PAID(WS-TELLER-IX) > 0
                MOVE WS-TL-COUNTED-PAID(WS-TELLER-IX)
                    TO DX-COUNTED-PAYOUT
            ELSE
                MOVE 0 TO DX-COUNTED-PAYOUT
            END-IF
            IF WS-VARIANCE < 0
                COMPUTE DX-VARIANCE = 0 - WS-VARIANCE
            ELSE
                MOVE WS-VARIANCE TO DX-VARIANCE
            END-IF
            PERFORM WRITE-EXCEPTION.

        WRITE-EXCEPTION.
            WRITE CPY-COIN-DRWEX-REC
            IF WS-COIN-DRWEX-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-DRWEX-FILE, STATUS="
                    WS-COIN-DRWEX-FS
            ELSE
                ADD 1 TO WS-EXCEPT-COUNT
            END-IF.

        PRINT-TOTALS.
            DISPLAY "----------------------------------------"
            MOVE SPACES TO WS-REPORT-LINE
            STRING "AUDIT ROWS READ . . . . . : " DELIMITED BY SIZE
                WS-AUDIT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "DRAWER COUNTS READ. . . . : " DELIMITED BY SIZE
                WS-DRAWER-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  OTHER DATES IGNORED . . : " DELIMITED BY SIZE
                WS-OTHER-DATE-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  RESENT (LATER STANDS) . : " DELIMITED BY SIZE
                WS-RESENT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  CARRIED TO A LATER NIGHT: " DELIMITED BY SIZE
                WS-CARRIED-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "TELLER DRAWERS. . . . . . : " DELIMITED BY SIZE
                WS-TELLER-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  WITHIN TOLERANCE. . . . : " DELIMITED BY SIZE
                WS-BALANCED-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  SHORT . . . . . . . . . : " DELIMITED BY SIZE
                WS-SHORT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  OVER. . . . . . . . . . : " DELIMITED BY SIZE
                WS-OVER-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  NO COUNT SENT . . . . . : " DELIMITED BY SIZE
                WS-NO-COUNT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "COUNTS FROM UNKNOWN IDS . : " DELIMITED BY SIZE
                WS-UNKNOWN-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "PAYOUTS WITH NO TELLER. . : " DELIMITED BY SIZE
                WS-NO-TELLER-COUNT DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WS-NO-TELLER-AMOUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "EXCEPTIONS WRITTEN. . . . : " DELIMITED BY SIZE
                WS-EXCEPT-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            DISPLAY "========================================".
