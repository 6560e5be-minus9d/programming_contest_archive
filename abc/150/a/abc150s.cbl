      *> break because a restarted ABC150_A appends its segment to
      *> COINAUD, so the file is not guaranteed to stay in the
      *> store order STEP010 gave the extract.
      *> Each section also shows the store's coin-counting fee
      *> income - fees on rule-paid and supervisor-approved
      *> payouts, less fees backed out by reversals - the figure
      *> the fee revenue entries on the GL extract add up to. The
      *> amounts paid out are the amounts requested; the customer
      *> was handed those less the fee.
      *> All amounts are in the home currency. Foreign coin taken
      *> in is also settled in its own section, by store and by
      *> currency, showing its face value in the foreign minor
      *> unit beside the home value it was taken in at, with a
      *> total per currency for the foreign coin processor.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                10 WS-ST-REV-AMOUNT PIC 9(17).
                10 WS-ST-SUPV-COUNT PIC 9(9).
                10 WS-ST-SUPV-AMOUNT PIC 9(17).
                10 WS-ST-FEE-INCOME PIC S9(17).
        01 WS-STORE-COUNT PIC 9(4) VALUE 0.
        01 WS-STORE-IX PIC 9(4).
        01 WS-STORE-FOUND-SW PIC X VALUE "N".
        01 WS-GT-SUPV-COUNT PIC 9(9) VALUE 0.
        01 WS-GT-SUPV-AMOUNT PIC 9(17) VALUE 0.
        01 WS-GT-SUPV-DECL-COUNT PIC 9(9) VALUE 0.
        01 WS-GT-FEE-INCOME PIC S9(17) VALUE 0.
        01 WS-FEE-INCOME-OUT PIC -(17)9.
        01 WS-SUM-REQ-AMOUNT PIC 9(17) VALUE 0.
        01 WS-SUM-COIN-VALUE PIC 9(17) VALUE 0.
        01 WS-SHORTFALL PIC 9(15).
        01 WS-MSTR-FOUND-SW PIC X VALUE "N".
            88 WS-MSTR-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-STORE-NAME PIC X(30).
      *> Foreign coin taken in (rule-paid and supervisor-approved
      *> Yes rows) and backed out by reversals, one entry per
      *> store and currency, then totalled per currency.
        01 WS-FC-TABLE.
            05 WS-FC-ENTRY OCCURS 1000 TIMES.
                10 WS-FC-STORE-ID PIC X(6).
                10 WS-FC-CURRENCY-CD PIC X(3).
                10 WS-FC-YES-COUNT PIC 9(9).
                10 WS-FC-FOREIGN-IN PIC 9(17).
                10 WS-FC-HOME-IN PIC 9(17).
                10 WS-FC-REV-COUNT PIC 9(9).
                10 WS-FC-FOREIGN-REV PIC 9(17).
        01 WS-FC-COUNT PIC 9(4) VALUE 0.
        01 WS-FC-IX PIC 9(4).
        01 WS-FC-FOUND-SW PIC X VALUE "N".
            88 WS-FC-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CC-TABLE.
            05 WS-CC-ENTRY OCCURS 100 TIMES.
                10 WS-CC-CURRENCY-CD PIC X(3).
                10 WS-CC-YES-COUNT PIC 9(9).
                10 WS-CC-FOREIGN-IN PIC 9(17).
                10 WS-CC-HOME-IN PIC 9(17).
                10 WS-CC-REV-COUNT PIC 9(9).
                10 WS-CC-FOREIGN-REV PIC 9(17).
        01 WS-CC-COUNT PIC 9(4) VALUE 0.
        01 WS-CC-IX PIC 9(4).
        01 WS-CC-FOUND-SW PIC X VALUE "N".
            88 WS-CC-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
        01 WS-AUD-CURRENCY PIC X(3).

        PROCEDURE DIVISION.
        MAIN.
                    MOVE 0 TO WS-ST-REV-AMOUNT(WS-STORE-IX)
                    MOVE 0 TO WS-ST-SUPV-COUNT(WS-STORE-IX)
                    MOVE 0 TO WS-ST-SUPV-AMOUNT(WS-STORE-IX)
                    MOVE 0 TO WS-ST-FEE-INCOME(WS-STORE-IX)
                    SET WS-STORE-FOUND TO TRUE
                ELSE
                    DISPLAY "ERROR: MORE THAN 500 STORES IN COINAUD, "
            END-IF
            IF WS-STORE-FOUND
                PERFORM ACCUMULATE-DECISION
            END-IF
            MOVE SPACES TO WS-AUD-CURRENCY
            IF CA-FOREIGN-VALUE IS NUMERIC
                AND CA-CURRENCY-CD NOT = WS-HOME-CURRENCY
                MOVE CA-CURRENCY-CD TO WS-AUD-CURRENCY
            END-IF
            IF WS-AUD-CURRENCY NOT = SPACES
                AND (CA-RESULT = "Yes" OR CA-RESULT = "REV")
                PERFORM ACCUMULATE-FOREIGN
            END-IF.

        ACCUMULATE-FOREIGN.
            SET WS-FC-FOUND TO FALSE
            PERFORM VARYING WS-FC-IX FROM 1 BY 1
                UNTIL WS-FC-IX > WS-FC-COUNT
                    OR WS-FC-FOUND
                IF WS-FC-STORE-ID(WS-FC-IX) = CA-STORE-ID
                    AND WS-FC-CURRENCY-CD(WS-FC-IX) = WS-AUD-CURRENCY
                    SET WS-FC-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-FC-FOUND
                SUBTRACT 1 FROM WS-FC-IX
            ELSE
                IF WS-FC-COUNT < 1000
                    ADD 1 TO WS-FC-COUNT
                    MOVE WS-FC-COUNT TO WS-FC-IX
                    MOVE CA-STORE-ID TO WS-FC-STORE-ID(WS-FC-IX)
                    MOVE WS-AUD-CURRENCY TO WS-FC-CURRENCY-CD(WS-FC-IX)
                    MOVE 0 TO WS-FC-YES-COUNT(WS-FC-IX)
                    MOVE 0 TO WS-FC-FOREIGN-IN(WS-FC-IX)
                    MOVE 0 TO WS-FC-HOME-IN(WS-FC-IX)
                    MOVE 0 TO WS-FC-REV-COUNT(WS-FC-IX)
                    MOVE 0 TO WS-FC-FOREIGN-REV(WS-FC-IX)
                    SET WS-FC-FOUND TO TRUE
                ELSE
                    DISPLAY "ERROR: MORE THAN 1000 STORE/CURRENCY "
                        "PAIRS, DROPPING FOREIGN RECORD "
                        CA-TXN-ID
                END-IF
            END-IF
            IF WS-FC-FOUND
                IF CA-RESULT = "REV"
                    ADD 1 TO WS-FC-REV-COUNT(WS-FC-IX)
                    ADD CA-FOREIGN-VALUE
                        TO WS-FC-FOREIGN-REV(WS-FC-IX)
                ELSE
                    ADD 1 TO WS-FC-YES-COUNT(WS-FC-IX)
                    ADD CA-FOREIGN-VALUE
                        TO WS-FC-FOREIGN-IN(WS-FC-IX)
                    ADD CA-COMPUTED-VALUE TO WS-FC-HOME-IN(WS-FC-IX)
                END-IF
            END-IF.

        LOCATE-STORE-ENTRY.
                        ADD CA-REQ-AMOUNT
                            TO WS-ST-SUPV-AMOUNT(WS-STORE-IX)
                        ADD CA-REQ-AMOUNT TO WS-GT-SUPV-AMOUNT
                        ADD CA-FEE-AMOUNT
                            TO WS-ST-FEE-INCOME(WS-STORE-IX)
                        ADD CA-FEE-AMOUNT TO WS-GT-FEE-INCOME
                    ELSE
                        ADD 1 TO WS-GT-SUPV-DECL-COUNT
                    END-IF
                    ADD CA-REQ-AMOUNT
                        TO WS-ST-REV-AMOUNT(WS-STORE-IX)
                    ADD CA-REQ-AMOUNT TO WS-GT-REV-AMOUNT
                    SUBTRACT CA-FEE-AMOUNT
                        FROM WS-ST-FEE-INCOME(WS-STORE-IX)
                    SUBTRACT CA-FEE-AMOUNT FROM WS-GT-FEE-INCOME
                WHEN CA-RESULT = "REF"
                    ADD CA-REQ-AMOUNT TO WS-SUM-REQ-AMOUNT
                    ADD CA-COMPUTED-VALUE TO WS-SUM-COIN-VALUE
                    ADD 1 TO WS-GT-YES-COUNT
                    ADD CA-REQ-AMOUNT TO WS-ST-PAID-OUT(WS-STORE-IX)
                    ADD CA-REQ-AMOUNT TO WS-GT-PAID-OUT
                    ADD CA-FEE-AMOUNT
                        TO WS-ST-FEE-INCOME(WS-STORE-IX)
                    ADD CA-FEE-AMOUNT TO WS-GT-FEE-INCOME
                    ADD CA-COMPUTED-VALUE
                        TO WS-ST-VALUE-IN(WS-STORE-IX)
                    ADD CA-COMPUTED-VALUE TO WS-GT-VALUE-IN
                UNTIL WS-STORE-IX > WS-STORE-COUNT
                PERFORM PRINT-STORE-SECTION
            END-PERFORM
            PERFORM PRINT-FOREIGN-SECTION
            DISPLAY "----------------------------------------"
            DISPLAY "GRAND TOTALS - ALL STORES"
            DISPLAY "----------------------------------------"
                " / " DELIMITED BY SIZE
                WS-ST-SUPV-AMOUNT(WS-STORE-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE WS-ST-FEE-INCOME(WS-STORE-IX) TO WS-FEE-INCOME-OUT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  COUNTING FEE INCOME . . : " DELIMITED BY SIZE
                WS-FEE-INCOME-OUT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

      *> One line per store and currency, then the per-currency
      *> totals - face value in the currency's minor unit, home
      *> value as taken in. The home figures are already inside
      *> the store sections above.
        PRINT-FOREIGN-SECTION.
            IF WS-FC-COUNT > 0
                DISPLAY "----------------------------------------"
                DISPLAY "FOREIGN COIN - BY STORE AND CURRENCY"
                DISPLAY "----------------------------------------"
                PERFORM VARYING WS-FC-IX FROM 1 BY 1
                    UNTIL WS-FC-IX > WS-FC-COUNT
                    PERFORM PRINT-FOREIGN-LINE
                END-PERFORM
                DISPLAY "----------------------------------------"
                DISPLAY "FOREIGN COIN - TOTALS BY CURRENCY"
                DISPLAY "----------------------------------------"
                PERFORM VARYING WS-CC-IX FROM 1 BY 1
                    UNTIL WS-CC-IX > WS-CC-COUNT
                    PERFORM PRINT-CURRENCY-TOTAL
                END-PERFORM
            END-IF.

        PRINT-FOREIGN-LINE.
            MOVE SPACES TO WS-REPORT-LINE
            STRING "STORE " DELIMITED BY SIZE
                WS-FC-STORE-ID(WS-FC-IX) DELIMITED BY SIZE
                " CURRENCY " DELIMITED BY SIZE
                WS-FC-CURRENCY-CD(WS-FC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  YES DECISIONS . . . . . : " DELIMITED BY SIZE
                WS-FC-YES-COUNT(WS-FC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  FOREIGN VALUE TAKEN IN. : " DELIMITED BY SIZE
                WS-FC-FOREIGN-IN(WS-FC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  HOME VALUE TAKEN IN . . : " DELIMITED BY SIZE
                WS-FC-HOME-IN(WS-FC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  REVERSALS / FOREIGN . . : " DELIMITED BY SIZE
                WS-FC-REV-COUNT(WS-FC-IX) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WS-FC-FOREIGN-REV(WS-FC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            PERFORM ADD-TO-CURRENCY-TOTAL.

        ADD-TO-CURRENCY-TOTAL.
            SET WS-CC-FOUND TO FALSE
            PERFORM VARYING WS-CC-IX FROM 1 BY 1
                UNTIL WS-CC-IX > WS-CC-COUNT
                    OR WS-CC-FOUND
                IF WS-CC-CURRENCY-CD(WS-CC-IX)
                    = WS-FC-CURRENCY-CD(WS-FC-IX)
                    SET WS-CC-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-CC-FOUND
                SUBTRACT 1 FROM WS-CC-IX
            ELSE
                IF WS-CC-COUNT < 100
                    ADD 1 TO WS-CC-COUNT
                    MOVE WS-CC-COUNT TO WS-CC-IX
                    MOVE WS-FC-CURRENCY-CD(WS-FC-IX)
                        TO WS-CC-CURRENCY-CD(WS-CC-IX)
                    MOVE 0 TO WS-CC-YES-COUNT(WS-CC-IX)
                    MOVE 0 TO WS-CC-FOREIGN-IN(WS-CC-IX)
                    MOVE 0 TO WS-CC-HOME-IN(WS-CC-IX)
                    MOVE 0 TO WS-CC-REV-COUNT(WS-CC-IX)
                    MOVE 0 TO WS-CC-FOREIGN-REV(WS-CC-IX)
                    SET WS-CC-FOUND TO TRUE
                ELSE
                    DISPLAY "ERROR: MORE THAN 100 CURRENCIES, "
                        "NO TOTAL FOR " WS-FC-CURRENCY-CD(WS-FC-IX)
                END-IF
            END-IF
            IF WS-CC-FOUND
                ADD WS-FC-YES-COUNT(WS-FC-IX)
                    TO WS-CC-YES-COUNT(WS-CC-IX)
                ADD WS-FC-FOREIGN-IN(WS-FC-IX)
                    TO WS-CC-FOREIGN-IN(WS-CC-IX)
                ADD WS-FC-HOME-IN(WS-FC-IX) TO WS-CC-HOME-IN(WS-CC-IX)
                ADD WS-FC-REV-COUNT(WS-FC-IX)
                    TO WS-CC-REV-COUNT(WS-CC-IX)
                ADD WS-FC-FOREIGN-REV(WS-FC-IX)
                    TO WS-CC-FOREIGN-REV(WS-CC-IX)
            END-IF.

        PRINT-CURRENCY-TOTAL.
            MOVE SPACES TO WS-REPORT-LINE
            STRING "CURRENCY " DELIMITED BY SIZE
                WS-CC-CURRENCY-CD(WS-CC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  YES DECISIONS . . . . . : " DELIMITED BY SIZE
                WS-CC-YES-COUNT(WS-CC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  FOREIGN VALUE TAKEN IN. : " DELIMITED BY SIZE
                WS-CC-FOREIGN-IN(WS-CC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  HOME VALUE TAKEN IN . . : " DELIMITED BY SIZE
                WS-CC-HOME-IN(WS-CC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  REVERSALS / FOREIGN . . : " DELIMITED BY SIZE
                WS-CC-REV-COUNT(WS-CC-IX) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                WS-CC-FOREIGN-REV(WS-CC-IX) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

        PRINT-COUNT-LINES.
                WS-GT-SUPV-DECL-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE WS-GT-FEE-INCOME TO WS-FEE-INCOME-OUT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "COUNTING FEE INCOME . . . : " DELIMITED BY SIZE
                WS-FEE-INCOME-OUT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            DISPLAY "SUPERVISOR-DECIDED LINES ARE OUTSIDE THE "
                "TIE-BACK FIGURES ABOVE".
