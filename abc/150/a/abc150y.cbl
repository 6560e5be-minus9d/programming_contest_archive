      *> review datasets, and a comparison against the prior
      *> month's consolidated history file. Run by
      *> jcl/abc150y.jcl on the first night of the new month.
      *> The by-day section compares business days only: each
      *> decision is counted against the business day on the
      *> ABC150W calendar it was made on, and a decision stamped
      *> on a weekend or holiday - a late-running night or a
      *> store trading on a day off - counts toward the business
      *> day before it, so the thin days off do not show up as
      *> swings in the approval rate.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        FD MONTH-HIST-OUT-FILE
            RECORDING MODE IS F.
        01  MONTH-HIST-OUT-REC      PIC X(175).

        FD PRIOR-HIST-FILE
            RECORDING MODE IS F.
        01  PRIOR-HIST-REC          PIC X(175).

        FD COIN-STORE-FILE
            RECORDING MODE IS F.
            05 WS-PA-OPERATOR-ID PIC X(8).
            05 WS-PA-ORIG-TXN-ID PIC X(10).
            05 WS-PA-CUST-ID PIC X(12).
            05 WS-PA-FEE-AMOUNT PIC 9(15).
            05 WS-PA-NET-AMOUNT PIC 9(15).
            05 WS-PA-TELLER-ID PIC X(8).
            05 WS-PA-CURRENCY-CD PIC X(3).
            05 WS-PA-FOREIGN-VALUE PIC 9(15).
        01 WS-DAY-NUM PIC 9(2).
        01 WS-DAY-TABLE.
            05 WS-DAY-ENTRY OCCURS 31 TIMES.
        01 WS-RATE-PCT PIC 9(3)V9(2).
        01 WS-RATE-PCT-ED PIC ZZ9.99.
        01 WS-REPORT-LINE PIC X(70).
      *> Decision date to business day, remembered for the last
      *> date looked up - the audit arrives in date order, so
      *> the calendar is consulted about once a day.
        01 WS-STAMP-DATE PIC X(8).
        01 WS-LAST-STAMP-DATE PIC X(8) VALUE SPACES.
        01 WS-LAST-DAY-NUM PIC 9(2) VALUE 0.
        01 WS-BUS-DAY-DATE PIC 9(8).
            COPY "CPY-COIN-CAL-IF".
        01 WS-COIN-STORE-FS PIC XX.
        01 WS-MSTR-EOF-SW PIC X VALUE "N".
            88 WS-MSTR-EOF VALUE "Y".
            END-IF.

        ACCUMULATE-AUDIT-RECORD.
            MOVE CA-TIMESTAMP(1:8) TO WS-STAMP-DATE
            IF WS-STAMP-DATE NOT = WS-LAST-STAMP-DATE
                PERFORM SET-BUSINESS-DAY-NUM
                MOVE WS-STAMP-DATE TO WS-LAST-STAMP-DATE
            END-IF
            MOVE WS-LAST-DAY-NUM TO WS-DAY-NUM
            EVALUATE CA-RESULT
                WHEN "Yes"
                    ADD 1 TO WS-MTH-YES-COUNT
                PERFORM ACCUMULATE-BY-DENOM
            END-IF.

      *> Day of month of the business day a decision date falls
      *> in; 0 (left out of the by-day section, still in the
      *> month totals) when the date is unusable or its business
      *> day is in the month before.
        SET-BUSINESS-DAY-NUM.
            MOVE 0 TO WS-LAST-DAY-NUM
            IF WS-STAMP-DATE IS NUMERIC
                SET LB-FN-TEST TO TRUE
                MOVE WS-STAMP-DATE TO LB-DATE
                PERFORM CALL-CALENDAR
                IF LB-VALID
                    MOVE WS-STAMP-DATE TO WS-BUS-DAY-DATE
                    IF NOT LB-BUSINESS-DAY
                        SET LB-FN-PRIOR TO TRUE
                        PERFORM CALL-CALENDAR
                        IF LB-VALID
                            MOVE LB-RESULT-DATE TO WS-BUS-DAY-DATE
                        ELSE
                            MOVE 0 TO WS-BUS-DAY-DATE
                        END-IF
                    END-IF
                    IF WS-BUS-DAY-DATE(1:6) = WS-STAMP-DATE(1:6)
                        MOVE WS-BUS-DAY-DATE(7:2) TO WS-LAST-DAY-NUM
                    END-IF
                END-IF
            END-IF.

        CALL-CALENDAR.
            MOVE 0 TO LB-TO-DATE
            CALL "ABC150W" USING LB-FUNCTION LB-DATE LB-TO-DATE
                LB-RESULT-DATE LB-DAY-COUNT LB-BUSINESS-SW
                LB-VALID-SW LB-CAL-LOADED-SW LB-CAL-LAST-DATE.

        ACCUMULATE-BY-STORE.
            SET WS-STORE-FOUND TO FALSE
            PERFORM VARYING WS-STORE-IX FROM 1 BY 1
            DISPLAY "=============================================="
            DISPLAY "ABC150_Y MONTHLY COIN REDEMPTION TREND REPORT"
            DISPLAY "=============================================="
            DISPLAY "APPROVAL RATE BY BUSINESS DAY OF MONTH"
            PERFORM PRINT-DAY-LINE
                VARYING WS-DAY-NUM FROM 1 BY 1
                UNTIL WS-DAY-NUM > 31
