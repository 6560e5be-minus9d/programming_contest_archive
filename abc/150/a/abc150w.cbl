        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150W.

      *> ABC150W - business-day calendar routine.
      *> CALLed by every program that needs to know whether a date
      *> is a business day, which business day comes next or came
      *> last, or how many business days an item has been open -
      *> ABC150_C setting the run date, ABC150_G and ABC150_Q
      *> aging open items, ABC150_Y comparing days - so they all
      *> count the same days. Saturday and Sunday are days off;
      *> the calendar file (CPY-COIN-CAL) adds holidays and store
      *> closures and can make a weekend day a working one. The
      *> file is loaded on the first CALL. A missing calendar is
      *> reported once and weekends become the only days off;
      *> the caller is told, through LB-CAL-LOADED, so it can
      *> decide whether that is good enough.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-CAL-FILE ASSIGN TO COINCAL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CAL-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-CAL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-CAL".

        WORKING-STORAGE SECTION.
        01 WS-COIN-CAL-FS PIC XX.
        01 WS-CAL-EOF-SW PIC X VALUE "N".
            88 WS-CAL-EOF VALUE "Y".
        01 WS-CAL-TRIED-SW PIC X VALUE "N".
            88 WS-CAL-TRIED VALUE "Y".
        01 WS-CAL-LOADED-SW PIC X VALUE "N".
            88 WS-CAL-LOADED VALUE "Y".
      *> Calendar exceptions, loaded once. Ten years of holidays
      *> and closures fit comfortably.
        01 WS-CAL-TABLE.
            05 WS-CAL-ENTRY OCCURS 2000 TIMES.
                10 WS-CAL-DATE PIC 9(8).
                10 WS-CAL-DAY-TYPE PIC X(1).
        01 WS-CAL-COUNT PIC 9(4) VALUE 0.
        01 WS-CAL-IX PIC 9(4).
        01 WS-CAL-FOUND-SW PIC X VALUE "N".
            88 WS-CAL-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CAL-LAST-DATE PIC 9(8) VALUE 0.
        01 WS-CAL-BAD-COUNT PIC 9(9) VALUE 0.
        01 WS-CHECK-DATE PIC 9(8).
        01 WS-CHECK-VALID-SW PIC X VALUE "N".
            88 WS-CHECK-VALID VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-DAY-INT PIC 9(9).
        01 WS-TO-INT PIC 9(9).
        01 WS-WEEK-COUNT PIC 9(9).
        01 WS-WEEKDAY PIC 9(1).
        01 WS-WORK-DATE PIC 9(8).
        01 WS-WORK-BUS-SW PIC X VALUE "N".
            88 WS-WORK-BUSINESS-DAY VALUE "Y" WHEN SET TO FALSE IS "N".
      *> How far NEXT/PRIOR will search before giving up - no
      *> calendar keys a whole month off - and how long a span
      *> COUNT will walk; an item open longer is simply reported
      *> at the cap.
        01 WS-SEARCH-LIMIT PIC 9(3) VALUE 31.
        01 WS-SEARCH-COUNT PIC 9(3).
        01 WS-COUNT-LIMIT PIC 9(5) VALUE 3660.

        LINKAGE SECTION.
            COPY "CPY-COIN-CAL-IF".

        PROCEDURE DIVISION USING LB-FUNCTION LB-DATE LB-TO-DATE
                LB-RESULT-DATE LB-DAY-COUNT LB-BUSINESS-SW
                LB-VALID-SW LB-CAL-LOADED-SW LB-CAL-LAST-DATE.
        MAIN.
            IF NOT WS-CAL-TRIED
                PERFORM LOAD-CALENDAR
                SET WS-CAL-TRIED TO TRUE
            END-IF
            IF WS-CAL-LOADED
                SET LB-CAL-LOADED TO TRUE
            ELSE
                SET LB-CAL-LOADED TO FALSE
            END-IF
            MOVE WS-CAL-LAST-DATE TO LB-CAL-LAST-DATE
            MOVE 0 TO LB-RESULT-DATE
            MOVE 0 TO LB-DAY-COUNT
            SET LB-BUSINESS-DAY TO FALSE
            SET LB-VALID TO TRUE

            MOVE LB-DATE TO WS-CHECK-DATE
            PERFORM CHECK-DATE
            IF NOT WS-CHECK-VALID
                SET LB-VALID TO FALSE
                GOBACK
            END-IF
            MOVE LB-DATE TO WS-WORK-DATE

            EVALUATE TRUE
                WHEN LB-FN-TEST
                    PERFORM TEST-BUSINESS-DAY
                    IF WS-WORK-BUSINESS-DAY
                        SET LB-BUSINESS-DAY TO TRUE
                    END-IF
                WHEN LB-FN-NEXT
                    PERFORM FIND-NEXT-BUSINESS-DAY
                WHEN LB-FN-PRIOR
                    PERFORM FIND-PRIOR-BUSINESS-DAY
                WHEN LB-FN-COUNT
                    MOVE LB-TO-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-DATE
                    IF WS-CHECK-VALID
                        PERFORM COUNT-BUSINESS-DAYS
                    ELSE
                        SET LB-VALID TO FALSE
                    END-IF
                WHEN OTHER
                    SET LB-VALID TO FALSE
            END-EVALUATE
            GOBACK.

        LOAD-CALENDAR.
            OPEN INPUT COIN-CAL-FILE
            IF WS-COIN-CAL-FS NOT = "00"
                DISPLAY "WARNING: COULD NOT OPEN COIN-CAL-FILE, "
                    "STATUS=" WS-COIN-CAL-FS
                    ", ONLY WEEKENDS COUNT AS DAYS OFF"
            ELSE
                SET WS-CAL-LOADED TO TRUE
                PERFORM UNTIL WS-CAL-EOF
                    READ COIN-CAL-FILE
                        AT END
                            SET WS-CAL-EOF TO TRUE
                        NOT AT END
                            PERFORM LOAD-CALENDAR-ROW
                    END-READ
                END-PERFORM
                CLOSE COIN-CAL-FILE
                IF WS-CAL-BAD-COUNT > 0
                    DISPLAY "ERROR: " WS-CAL-BAD-COUNT
                        " COIN-CAL-FILE ROWS IGNORED - CORRECT THE "
                        "CALENDAR"
                END-IF
            END-IF.

      *> A row with an impossible date or an unknown day type is
      *> reported and ignored rather than guessed at.
        LOAD-CALENDAR-ROW.
            MOVE BD-CAL-DATE TO WS-CHECK-DATE
            PERFORM CHECK-DATE
            EVALUATE TRUE
                WHEN NOT WS-CHECK-VALID
                    ADD 1 TO WS-CAL-BAD-COUNT
                    DISPLAY "ERROR: COIN-CAL-FILE ROW DATE '"
                        BD-CAL-DATE "' IS NOT A DATE, IGNORED"
                WHEN NOT BD-TYPE-VALID
                    ADD 1 TO WS-CAL-BAD-COUNT
                    DISPLAY "ERROR: COIN-CAL-FILE ROW " BD-CAL-DATE
                        " DAY TYPE '" BD-DAY-TYPE
                        "' IS NOT H, C OR W, IGNORED"
                WHEN WS-CAL-COUNT < 2000
                    ADD 1 TO WS-CAL-COUNT
                    MOVE BD-CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                    MOVE BD-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                    IF BD-CAL-DATE > WS-CAL-LAST-DATE
                        MOVE BD-CAL-DATE TO WS-CAL-LAST-DATE
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-CAL-BAD-COUNT
                    DISPLAY "ERROR: COIN-CAL-FILE HAS MORE THAN 2000 "
                        "ROWS, IGNORING EXTRA ROW FOR " BD-CAL-DATE
            END-EVALUATE.

      *> A real Gregorian date: the integer-day round trip only
      *> gives the same date back when the date exists.
        CHECK-DATE.
            SET WS-CHECK-VALID TO FALSE
            IF WS-CHECK-DATE IS NUMERIC
                AND WS-CHECK-DATE >= 16010101
                AND WS-CHECK-DATE(5:2) >= "01"
                AND WS-CHECK-DATE(5:2) <= "12"
                AND WS-CHECK-DATE(7:2) >= "01"
                AND WS-CHECK-DATE(7:2) <= "31"
                IF FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE))
                        = WS-CHECK-DATE
                    SET WS-CHECK-VALID TO TRUE
                END-IF
            END-IF.

      *> Day 1 of the integer-day count (1601-01-01) was a Monday,
      *> so the remainder by 7 is 1 on a Monday, 6 on a Saturday
      *> and 0 on a Sunday. A calendar row overrides the weekday.
        TEST-BUSINESS-DAY.
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-COUNT
                REMAINDER WS-WEEKDAY
            IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                SET WS-WORK-BUSINESS-DAY TO FALSE
            ELSE
                SET WS-WORK-BUSINESS-DAY TO TRUE
            END-IF
            SET WS-CAL-FOUND TO FALSE
            PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                UNTIL WS-CAL-IX > WS-CAL-COUNT
                    OR WS-CAL-FOUND
                IF WS-CAL-DATE(WS-CAL-IX) = WS-WORK-DATE
                    SET WS-CAL-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-CAL-FOUND
                SUBTRACT 1 FROM WS-CAL-IX
                IF WS-CAL-DAY-TYPE(WS-CAL-IX) = "W"
                    SET WS-WORK-BUSINESS-DAY TO TRUE
                ELSE
                    SET WS-WORK-BUSINESS-DAY TO FALSE
                END-IF
            END-IF.

        FIND-NEXT-BUSINESS-DAY.
            MOVE 0 TO WS-SEARCH-COUNT
            SET WS-WORK-BUSINESS-DAY TO FALSE
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            PERFORM UNTIL WS-WORK-BUSINESS-DAY
                    OR WS-SEARCH-COUNT >= WS-SEARCH-LIMIT
                ADD 1 TO WS-SEARCH-COUNT
                ADD 1 TO WS-DAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                    TO WS-WORK-DATE
                PERFORM TEST-BUSINESS-DAY
            END-PERFORM
            IF WS-WORK-BUSINESS-DAY
                MOVE WS-WORK-DATE TO LB-RESULT-DATE
            ELSE
                SET LB-VALID TO FALSE
            END-IF.

        FIND-PRIOR-BUSINESS-DAY.
            MOVE 0 TO WS-SEARCH-COUNT
            SET WS-WORK-BUSINESS-DAY TO FALSE
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            PERFORM UNTIL WS-WORK-BUSINESS-DAY
                    OR WS-SEARCH-COUNT >= WS-SEARCH-LIMIT
                ADD 1 TO WS-SEARCH-COUNT
                SUBTRACT 1 FROM WS-DAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                    TO WS-WORK-DATE
                PERFORM TEST-BUSINESS-DAY
            END-PERFORM
            IF WS-WORK-BUSINESS-DAY
                MOVE WS-WORK-DATE TO LB-RESULT-DATE
            ELSE
                SET LB-VALID TO FALSE
            END-IF.

      *> Business days after LB-DATE up to and including
      *> LB-TO-DATE; zero when LB-TO-DATE is not later.
        COUNT-BUSINESS-DAYS.
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(LB-TO-DATE)
            IF WS-TO-INT - WS-DAY-INT > WS-COUNT-LIMIT
                COMPUTE WS-DAY-INT = WS-TO-INT - WS-COUNT-LIMIT
            END-IF
            PERFORM UNTIL WS-DAY-INT >= WS-TO-INT
                ADD 1 TO WS-DAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                    TO WS-WORK-DATE
                PERFORM TEST-BUSINESS-DAY
                IF WS-WORK-BUSINESS-DAY
                    ADD 1 TO LB-DAY-COUNT
                END-IF
            END-PERFORM.
