      *> discoverable only when they come back to the store to
      *> complain. Run by jcl/abc150q.jcl ahead of the business
      *> day; COINREJ is the concatenation of the outstanding
      *> reject review datasets. Ages are business days on the
      *> ABC150W calendar: a referral keyed on Friday is one day
      *> old on Monday morning, not three, and a bank holiday
      *> does not tip a queue over the alert age by itself.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        01 WS-STORE-NAME PIC X(30).
        01 WS-LOOKUP-STORE-ID PIC X(6).
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-ITEM-DATE PIC 9(8).
        01 WS-ITEM-AGE PIC S9(5).
        01 WS-BUCKET-IX PIC 9(1).
      *> Anything open longer than this many business days is
      *> listed as a
      *> worst offender and flags the run RC=4 for the scheduler.
        01 WS-ALERT-AGE-DAYS PIC 9(3) VALUE 5.
        01 WS-ALERT-COUNT PIC 9(9) VALUE 0.
        01 WS-GLREJ-BUCKETS.
            05 WS-GLREJ-BUCKET OCCURS 4 TIMES PIC 9(9).
        01 WS-REPORT-LINE PIC X(90).
            COPY "CPY-COIN-CAL-IF".

        PROCEDURE DIVISION.
        MAIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:8) TO WS-TODAY
            PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                UNTIL WS-BUCKET-IX > 4
                MOVE 0 TO WS-PEND-BUCKET(WS-BUCKET-IX)
            DISPLAY "=============================================="
            DISPLAY "ABC150_Q DAILY OPEN-ITEMS AGING REPORT"
            DISPLAY "AS OF " WS-CURR-DATE-TIME(1:8)
            DISPLAY "ALERT AGE (BUSINESS DAYS) : " WS-ALERT-AGE-DAYS
            DISPLAY "=============================================="

            PERFORM AGE-PENDING-QUEUE
                END-IF
            END-PERFORM.

      *> Ages land in four buckets: 1 = one business day or
      *> less, 2 = two to five, 3 = six to ten, 4 = over ten. A
      *> date the
      *> keying left unusable ages into the worst bucket rather
      *> than hiding the item.
        SET-AGE-BUCKET.
                    MOVE 4 TO WS-BUCKET-IX
            END-EVALUATE.

      *> Business days after the item's date up to today. An
      *> item dated today or in the future is age 0.
        AGE-FROM-ITEM-DATE.
            IF WS-ITEM-DATE IS NUMERIC AND WS-ITEM-DATE > 0
                IF WS-ITEM-DATE NOT < WS-TODAY
                    MOVE 0 TO WS-ITEM-AGE
                ELSE
                    SET LB-FN-COUNT TO TRUE
                    MOVE WS-ITEM-DATE TO LB-DATE
                    MOVE WS-TODAY TO LB-TO-DATE
                    CALL "ABC150W" USING LB-FUNCTION LB-DATE
                        LB-TO-DATE LB-RESULT-DATE LB-DAY-COUNT
                        LB-BUSINESS-SW LB-VALID-SW LB-CAL-LOADED-SW
                        LB-CAL-LAST-DATE
                    IF LB-VALID
                        MOVE LB-DAY-COUNT TO WS-ITEM-AGE
                    ELSE
                        MOVE 99 TO WS-ITEM-AGE
                    END-IF
                END-IF
            ELSE
                MOVE 99 TO WS-ITEM-AGE
                            INTO WS-REPORT-LINE
                        DISPLAY WS-REPORT-LINE
                        DISPLAY "           OPEN " WS-ITEM-AGE
                            " BUSINESS DAYS AWAITING SUPERVISOR"
                    END-IF
                    PERFORM READ-COIN-PEND
                END-PERFORM
                            INTO WS-REPORT-LINE
                        DISPLAY WS-REPORT-LINE
                        DISPLAY "           OPEN " CS-NIGHTS-OPEN
                            " BUSINESS DAYS UNACKNOWLEDGED BY GL"
                    END-IF
                    PERFORM READ-SUSP
                END-PERFORM
                            INTO WS-REPORT-LINE
                        DISPLAY WS-REPORT-LINE
                        DISPLAY "           OPEN " WS-ITEM-AGE
                            " BUSINESS DAYS UNWORKED IN REVIEW"
                    END-IF
                    PERFORM READ-COIN-REJ
                END-PERFORM
                            INTO WS-REPORT-LINE
                        DISPLAY WS-REPORT-LINE
                        DISPLAY "           OPEN " GR-NIGHTS-OPEN
                            " BUSINESS DAYS AWAITING GL REPAIR"
                    END-IF
                    PERFORM READ-GLREJ
                END-PERFORM

        PRINT-AGING-SUMMARY.
            DISPLAY "----------------------------------------------"
            DISPLAY "AGE (BUSINESS DAYS)  0-1 / 2-5 / 6-10 / 10+"
            DISPLAY "PENDING QUEUE . . : " WS-PEND-BUCKET(1) " "
                WS-PEND-BUCKET(2) " " WS-PEND-BUCKET(3) " "
                WS-PEND-BUCKET(4)
