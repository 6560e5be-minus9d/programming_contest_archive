      *> written to a new dataset and promoted into place by
      *> jcl/abc150t.jcl, so an abandoned session cannot leave the
      *> live table half-written.
      *> A foreign coin's row is keyed with its currency code and
      *> its value in that currency's minor unit; a blank code
      *> (or the home currency's own) keys a home coin row.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        FD COIN-RATE-OUT-FILE
            RECORDING MODE IS F.
        01  COIN-RATE-OUT-REC       PIC X(31).

        FD COIN-RTAUD-FILE
            RECORDING MODE IS F.
        01 WS-RATE-EOF-SW PIC X VALUE "N".
            88 WS-RATE-EOF VALUE "Y".
        01 WS-RATE-TABLE.
            05 WS-RATE-ENTRY OCCURS 200 TIMES.
                10 WS-RATE-DENOM-CD PIC X(3).
                10 WS-RATE-DENOM-VALUE PIC 9(9).
                10 WS-RATE-EFF-FROM PIC 9(8).
                10 WS-RATE-EFF-TO PIC 9(8).
                10 WS-RATE-CURRENCY-CD PIC X(3).
        01 WS-RATE-COUNT PIC 9(4) VALUE 0.
        01 WS-RATE-IX PIC 9(4).
        01 WS-ROW-NUM PIC 9(4).
            05 WS-WK-DENOM-VALUE PIC 9(9).
            05 WS-WK-EFF-FROM PIC 9(8).
            05 WS-WK-EFF-TO PIC 9(8).
            05 WS-WK-CURRENCY-CD PIC X(3).
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
        01 WS-OLD-ROW.
            05 WS-OLD-DENOM-VALUE PIC 9(9).
            05 WS-OLD-EFF-FROM PIC 9(8).
                    AT END
                        SET WS-RATE-EOF TO TRUE
                    NOT AT END
                        IF WS-RATE-COUNT < 200
                            ADD 1 TO WS-RATE-COUNT
                            MOVE CPY-COIN-RATE-REC
                                TO WS-RATE-ENTRY(WS-RATE-COUNT)
                        ELSE
                            DISPLAY "ERROR: COIN-RATE-FILE HAS MORE "
                                "THAN 200 DENOMINATION ROWS, IGNORING "
                                "EXTRA ROW FOR " CV-DENOM-CD
                        END-IF
                END-READ
            END-PERFORM.

        LIST-RATE-TABLE.
            DISPLAY "ROW  CUR DENOM VALUE     EFF-FROM EFF-TO"
            PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                UNTIL WS-RATE-IX > WS-RATE-COUNT
                DISPLAY WS-RATE-IX " " WS-RATE-CURRENCY-CD(WS-RATE-IX)
                    " " WS-RATE-DENOM-CD(WS-RATE-IX)
                    "   " WS-RATE-DENOM-VALUE(WS-RATE-IX)
                    " " WS-RATE-EFF-FROM(WS-RATE-IX)
                    " " WS-RATE-EFF-TO(WS-RATE-IX)
            END-PERFORM.

        ADD-RATE-ROW.
            IF WS-RATE-COUNT >= 200
                DISPLAY "RATE TABLE FULL (200 ROWS), CANNOT ADD"
            ELSE
                DISPLAY "ENTER CURRENCY CODE (BLANK = HOME "
                    "CURRENCY):"
                ACCEPT WS-WK-CURRENCY-CD
                IF WS-WK-CURRENCY-CD = WS-HOME-CURRENCY
                    MOVE SPACES TO WS-WK-CURRENCY-CD
                END-IF
                DISPLAY "ENTER DENOMINATION CODE:"
                ACCEPT WS-WK-DENOM-CD
                DISPLAY "ENTER DENOMINATION VALUE (MINOR UNITS OF "
                    "THE CURRENCY):"
                ACCEPT WS-ENTRY-BUFFER
                MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                    TO WS-WK-DENOM-VALUE

        WRITE-CHANGE-AUDIT.
            MOVE WS-WK-DENOM-CD TO CM-DENOM-CD
            MOVE WS-WK-CURRENCY-CD TO CM-CURRENCY-CD
            MOVE WS-OLD-DENOM-VALUE TO CM-OLD-VALUE
            MOVE WS-WK-DENOM-VALUE TO CM-NEW-VALUE
            MOVE WS-OLD-EFF-FROM TO CM-OLD-EFF-FROM
