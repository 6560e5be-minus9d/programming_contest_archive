        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150PD.

      *> ABC150PD - GL posting-period routine.
      *> CALLed by every program that writes a GL entry - ABC150_A
      *> (decisions, dispositions, reversals), ABC150_K (pickup
      *> variances) and ABC150_N (retransmissions) - so they all
      *> decide the same way which accounting month an entry posts
      *> to. An entry posts to the month it is dated in while that
      *> month is open. Once finance has closed the month (or the
      *> close job has frozen it), it posts to the month of the
      *> run writing it - or the oldest open month, if that is
      *> later - and is flagged as a prior-period adjustment.
      *> The period control (CPY-COIN-PERIOD) is read on the first
      *> CALL. A missing or empty control is reported once and no
      *> month is treated as closed; the caller is told, through
      *> LP-PER-LOADED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-PERIOD-FILE ASSIGN TO COINPER
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-PERIOD-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-PERIOD-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PERIOD".

        WORKING-STORAGE SECTION.
        01 WS-COIN-PERIOD-FS PIC XX.
        01 WS-PER-TRIED-SW PIC X VALUE "N".
            88 WS-PER-TRIED VALUE "Y".
        01 WS-PER-LOADED-SW PIC X VALUE "N".
            88 WS-PER-LOADED VALUE "Y".
        01 WS-FIRST-OPEN PIC 9(6) VALUE 0.
        01 WS-TXN-PERIOD PIC 9(6).
        01 WS-BUS-PERIOD PIC 9(6).
        01 WS-PERIOD-YEAR PIC 9(4).
        01 WS-PERIOD-MONTH PIC 9(2).

        LINKAGE SECTION.
            COPY "CPY-COIN-PER-IF".

        PROCEDURE DIVISION USING LP-TXN-DATE LP-BUS-DATE
                LP-POST-PERIOD LP-ADJ-SW LP-FIRST-OPEN
                LP-PER-LOADED-SW.
        MAIN.
            IF NOT WS-PER-TRIED
                PERFORM LOAD-PERIOD-CONTROL
                SET WS-PER-TRIED TO TRUE
            END-IF
            SET LP-PRIOR-PERIOD-ADJ TO FALSE
            MOVE WS-FIRST-OPEN TO LP-FIRST-OPEN
            IF WS-PER-LOADED
                SET LP-PER-LOADED TO TRUE
            ELSE
                SET LP-PER-LOADED TO FALSE
            END-IF

      *> An entry with no usable date of its own is dated by the
      *> run that writes it.
            MOVE LP-BUS-DATE(1:6) TO WS-BUS-PERIOD
            IF LP-TXN-DATE IS NUMERIC
                AND LP-TXN-DATE(5:2) >= "01"
                AND LP-TXN-DATE(5:2) <= "12"
                MOVE LP-TXN-DATE(1:6) TO WS-TXN-PERIOD
            ELSE
                MOVE WS-BUS-PERIOD TO WS-TXN-PERIOD
            END-IF

            IF NOT WS-PER-LOADED
                OR WS-TXN-PERIOD >= WS-FIRST-OPEN
                MOVE WS-TXN-PERIOD TO LP-POST-PERIOD
                GOBACK
            END-IF

            SET LP-PRIOR-PERIOD-ADJ TO TRUE
            IF WS-BUS-PERIOD >= WS-FIRST-OPEN
                MOVE WS-BUS-PERIOD TO LP-POST-PERIOD
            ELSE
                MOVE WS-FIRST-OPEN TO LP-POST-PERIOD
            END-IF
            GOBACK.

      *> The oldest month an entry may post to: the control's open
      *> month, or the month after it once the close has frozen it.
        LOAD-PERIOD-CONTROL.
            OPEN INPUT COIN-PERIOD-FILE
            IF WS-COIN-PERIOD-FS NOT = "00"
                DISPLAY "WARNING: COULD NOT OPEN COIN-PERIOD-FILE, "
                    "STATUS=" WS-COIN-PERIOD-FS
                    ", NO MONTH IS TREATED AS CLOSED"
            ELSE
                READ COIN-PERIOD-FILE
                    AT END
                        DISPLAY "WARNING: COIN-PERIOD-FILE IS EMPTY, "
                            "NO MONTH IS TREATED AS CLOSED"
                    NOT AT END
                        PERFORM SET-FIRST-OPEN
                END-READ
                CLOSE COIN-PERIOD-FILE
            END-IF.

        SET-FIRST-OPEN.
            IF PD-OPEN-PERIOD IS NOT NUMERIC
                OR PD-OPEN-PERIOD(5:2) < "01"
                OR PD-OPEN-PERIOD(5:2) > "12"
                OR NOT (PD-OPEN OR PD-FROZEN)
                DISPLAY "ERROR: COIN-PERIOD-FILE RECORD IS NOT VALID "
                    "(PERIOD '" PD-OPEN-PERIOD "', STATUS '"
                    PD-STATUS "'), NO MONTH IS TREATED AS CLOSED"
            ELSE
                SET WS-PER-LOADED TO TRUE
                MOVE PD-OPEN-PERIOD TO WS-FIRST-OPEN
                IF PD-FROZEN
                    MOVE PD-OPEN-PERIOD(1:4) TO WS-PERIOD-YEAR
                    MOVE PD-OPEN-PERIOD(5:2) TO WS-PERIOD-MONTH
                    IF WS-PERIOD-MONTH = 12
                        ADD 1 TO WS-PERIOD-YEAR
                        MOVE 1 TO WS-PERIOD-MONTH
                    ELSE
                        ADD 1 TO WS-PERIOD-MONTH
                    END-IF
                    COMPUTE WS-FIRST-OPEN =
                        WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
                END-IF
            END-IF.
