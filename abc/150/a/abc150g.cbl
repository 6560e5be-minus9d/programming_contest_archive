      *> reported and carried forward to the new suspense file,
      *> which the next night's run re-checks until every entry
      *> clears. Run by jcl/abc150g.jcl once the GL response file
      *> has arrived. Suspense and reject items are aged in
      *> business days from the ABC150W calendar, so a weekend
      *> or a bank holiday does not push an item up the aging
      *> report the morning after.
      *> Every answer is also tallied by the month the entry posts
      *> to and written to the period journal (CPY-COIN-PJRNL):
      *> the entries first seen tonight - posted, rejected or left
      *> unacknowledged - and the suspense items from earlier
      *> nights finally posted or rejected. The ABC150_PC
      *> month-end close proves a month's GL acknowledgments and
      *> open suspense from it.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            SELECT GLREJ-OUT-FILE ASSIGN TO COINGRJO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GLREJ-OUT-FS.
            SELECT PJRNL-OUT-FILE ASSIGN TO COINPJO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PJRNL-OUT-FS.
            SELECT COIN-RSRCH-FILE ASSIGN TO COINRSRC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC

        FD SUSP-OUT-FILE
            RECORDING MODE IS F.
        01  SUSP-OUT-REC            PIC X(77).

        FD GLREJ-IN-FILE
            RECORDING MODE IS F.

        FD GLREJ-OUT-FILE
            RECORDING MODE IS F.
        01  GLREJ-OUT-REC           PIC X(77).

        FD PJRNL-OUT-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PJRNL".

        FD COIN-RSRCH-FILE.
            COPY "CPY-COIN-RSRCH".
            05 WS-WK-FIRST-DATE PIC 9(8).
            05 WS-WK-NIGHTS-OPEN PIC 9(3).
            05 WS-WK-ENTRY-TYPE PIC X(1).
            05 WS-WK-CURRENCY-CD PIC X(3).
            05 WS-WK-FOREIGN-AMOUNT PIC 9(15).
            05 WS-WK-POST-PERIOD PIC 9(6).
            05 WS-WK-PERIOD-ADJ PIC X(1).
            05 WS-WK-SOURCE PIC X(1).
        01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
        01 WS-SUSP-IN-COUNT PIC 9(9) VALUE 0.
        01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-REPORT-LINE PIC X(70).
      *> Aging work fields: the date an item first went open and
      *> the nights it has been open as of today - 1 on the day
      *> it opens, plus one for every business day since.
        01 WS-AGE-FIRST-DATE PIC 9(8).
        01 WS-AGE-NIGHTS-OPEN PIC 9(3).
        01 WS-AGE-LIMIT PIC 9(3) VALUE 999.
            COPY "CPY-COIN-CAL-IF".
      *> Period journal tallies, one per month / source / flag /
      *> answer / pass. WS-PASS is "F" while the night's entries
      *> are matched and "S" while the suspense items are.
        01 WS-PJRNL-OUT-FS PIC XX.
        01 WS-PASS PIC X(1).
        01 WS-JRNL-STATUS PIC X(1).
        01 WS-JRNL-TABLE.
            05 WS-JRNL-ENTRY OCCURS 500 TIMES.
                10 WS-JR-POST-PERIOD PIC 9(6).
                10 WS-JR-SOURCE PIC X(1).
                10 WS-JR-PERIOD-ADJ PIC X(1).
                10 WS-JR-ACK-STATUS PIC X(1).
                10 WS-JR-PASS PIC X(1).
                10 WS-JR-COUNT PIC 9(9).
                10 WS-JR-AMOUNT PIC 9(17).
        01 WS-JRNL-COUNT PIC 9(4) VALUE 0.
        01 WS-JRNL-IX PIC 9(4).
        01 WS-JRNL-FOUND-SW PIC X VALUE "N".
            88 WS-JRNL-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-JRNL-WRITTEN-COUNT PIC 9(9) VALUE 0.

        PROCEDURE DIVISION.
        MAIN.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT PJRNL-OUT-FILE
            IF WS-PJRNL-OUT-FS NOT = "00"
                DISPLAY "ERROR OPENING PJRNL-OUT-FILE, STATUS="
                    WS-PJRNL-OUT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      *> The research archive gets the GL status folded in as
      *> the acknowledgments arrive. A site without the archive
      *> still matches normally - the fold is simply skipped.
            DISPLAY "ABC150_G GL ACKNOWLEDGMENT MATCHING"
            DISPLAY "========================================"

            MOVE "F" TO WS-PASS
            PERFORM READ-GL-EXTRACT
            PERFORM UNTIL WS-EXTRACT-EOF
                ADD 1 TO WS-EXTRACT-COUNT
      *> Prior nights' suspense items get the same matching pass as
      *> today's extract - an item stays in suspense until the GL
      *> finally acknowledges it as posted or rejects it outright.
            MOVE "S" TO WS-PASS
            OPEN INPUT SUSP-IN-FILE
            IF WS-SUSP-IN-FS = "00"
                PERFORM READ-SUSP-IN
            END-IF

            PERFORM CARRY-PRIOR-GL-REJECTS
            PERFORM WRITE-PERIOD-JOURNAL

            CLOSE SUSP-OUT-FILE
            CLOSE GLREJ-OUT-FILE
            CLOSE PJRNL-OUT-FILE
            IF WS-RSRCH-AVAIL
                CLOSE COIN-RSRCH-FILE
            END-IF
            MOVE WS-TODAY TO WS-WK-FIRST-DATE
            MOVE 0 TO WS-WK-NIGHTS-OPEN
            MOVE CG-ENTRY-TYPE TO WS-WK-ENTRY-TYPE
            MOVE CG-CURRENCY-CD TO WS-WK-CURRENCY-CD
            MOVE CG-FOREIGN-AMOUNT TO WS-WK-FOREIGN-AMOUNT
            IF WS-WK-FOREIGN-AMOUNT IS NOT NUMERIC
                MOVE SPACES TO WS-WK-CURRENCY-CD
                MOVE 0 TO WS-WK-FOREIGN-AMOUNT
            END-IF
            MOVE CG-POST-PERIOD TO WS-WK-POST-PERIOD
            MOVE CG-PERIOD-ADJ TO WS-WK-PERIOD-ADJ
            MOVE CG-SOURCE TO WS-WK-SOURCE
            PERFORM CHECK-POST-PERIOD
            IF CG-RETRANS
                ADD 1 TO WS-RETRANS-COUNT
            END-IF
      *> is finally rejected keeps its "R" into the rejects
      *> dataset and the ABC150_N retransmission.
            MOVE CS-ENTRY-TYPE TO WS-WK-ENTRY-TYPE
            MOVE CS-CURRENCY-CD TO WS-WK-CURRENCY-CD
            MOVE CS-FOREIGN-AMOUNT TO WS-WK-FOREIGN-AMOUNT
            IF WS-WK-FOREIGN-AMOUNT IS NOT NUMERIC
                MOVE SPACES TO WS-WK-CURRENCY-CD
                MOVE 0 TO WS-WK-FOREIGN-AMOUNT
            END-IF
            MOVE CS-POST-PERIOD TO WS-WK-POST-PERIOD
            MOVE CS-PERIOD-ADJ TO WS-WK-PERIOD-ADJ
            MOVE CS-SOURCE TO WS-WK-SOURCE
            PERFORM CHECK-POST-PERIOD
            PERFORM DISPOSE-WORK-ITEM.

      *> An entry written before posting months were carried has
      *> none; it posts to the month it is dated in.
        CHECK-POST-PERIOD.
            IF WS-WK-POST-PERIOD IS NOT NUMERIC
                MOVE WS-WK-TXN-DATE(1:6) TO WS-WK-POST-PERIOD
                MOVE SPACE TO WS-WK-PERIOD-ADJ
                MOVE SPACE TO WS-WK-SOURCE
            END-IF.

        DISPOSE-WORK-ITEM.
            PERFORM LOOKUP-RESPONSE
            IF WS-RESP-FOUND
                AND (WS-MATCH-STATUS = "P" OR WS-MATCH-STATUS = "R")
                MOVE WS-MATCH-STATUS TO WS-JRNL-STATUS
            ELSE
                MOVE "U" TO WS-JRNL-STATUS
            END-IF
            PERFORM ADD-TO-JOURNAL
            EVALUATE TRUE
                WHEN NOT WS-RESP-FOUND
                    ADD 1 TO WS-UNACKED-COUNT
            MOVE WS-WK-AMOUNT TO GR-AMOUNT
            MOVE WS-WK-TXN-DATE TO GR-TXN-DATE
            MOVE WS-WK-ENTRY-TYPE TO GR-ENTRY-TYPE
            MOVE WS-WK-CURRENCY-CD TO GR-CURRENCY-CD
            MOVE WS-WK-FOREIGN-AMOUNT TO GR-FOREIGN-AMOUNT
            MOVE WS-WK-POST-PERIOD TO GR-POST-PERIOD
            MOVE WS-WK-PERIOD-ADJ TO GR-PERIOD-ADJ
            MOVE WS-WK-SOURCE TO GR-SOURCE
            MOVE WS-TODAY TO GR-FIRST-DATE
            MOVE 1 TO GR-NIGHTS-OPEN
            MOVE CPY-COIN-GLREJ-REC TO GLREJ-OUT-REC
      *> Items already in the rejects dataset stay there until an
      *> ABC150_N session disposes of them - the GL will not
      *> acknowledge them again, so there is nothing to match;
      *> they are carried forward re-aged to today and reported
      *> so they cannot go quiet.
        CARRY-PRIOR-GL-REJECTS.
            OPEN INPUT GLREJ-IN-FILE
            IF WS-GLREJ-IN-FS NOT = "00"
                PERFORM READ-GLREJ-IN
                PERFORM UNTIL WS-GLREJ-EOF
                    ADD 1 TO WS-GLREJ-CARRIED-COUNT
                    MOVE GR-FIRST-DATE TO WS-AGE-FIRST-DATE
                    MOVE GR-NIGHTS-OPEN TO WS-AGE-NIGHTS-OPEN
                    PERFORM AGE-OPEN-ITEM
                    MOVE WS-AGE-NIGHTS-OPEN TO GR-NIGHTS-OPEN
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "GL REJECT OPEN: TXN " DELIMITED BY SIZE
                        GR-TXN-ID DELIMITED BY SIZE
            END-IF.

        WRITE-SUSPENSE-ITEM.
            MOVE WS-WK-FIRST-DATE TO WS-AGE-FIRST-DATE
            MOVE WS-WK-NIGHTS-OPEN TO WS-AGE-NIGHTS-OPEN
            PERFORM AGE-OPEN-ITEM
            MOVE WS-AGE-NIGHTS-OPEN TO WS-WK-NIGHTS-OPEN
            MOVE WS-WORK-SUSP TO SUSP-OUT-REC
            WRITE SUSP-OUT-REC
            IF WS-SUSP-OUT-FS NOT = "00"
                    WS-SUSP-OUT-FS
            END-IF.

      *> Nights open counts business days, not runs: 1 on the
      *> day the item first went open plus the business days
      *> after it up to today. An item whose first date is not
      *> a usable date (a damaged row) falls back to one more
      *> night than it had.
        AGE-OPEN-ITEM.
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

      *> A suspense item still unanswered was journaled the night
      *> it was first seen, and the close counts it in the open
      *> suspense file - it is not journaled again.
        ADD-TO-JOURNAL.
            IF WS-PASS = "S" AND WS-JRNL-STATUS = "U"
                CONTINUE
            ELSE
                SET WS-JRNL-FOUND TO FALSE
                PERFORM VARYING WS-JRNL-IX FROM 1 BY 1
                    UNTIL WS-JRNL-IX > WS-JRNL-COUNT
                        OR WS-JRNL-FOUND
                    IF WS-JR-POST-PERIOD(WS-JRNL-IX)
                            = WS-WK-POST-PERIOD
                        AND WS-JR-SOURCE(WS-JRNL-IX) = WS-WK-SOURCE
                        AND WS-JR-PERIOD-ADJ(WS-JRNL-IX)
                            = WS-WK-PERIOD-ADJ
                        AND WS-JR-ACK-STATUS(WS-JRNL-IX)
                            = WS-JRNL-STATUS
                        AND WS-JR-PASS(WS-JRNL-IX) = WS-PASS
                        SET WS-JRNL-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF WS-JRNL-FOUND
                    SUBTRACT 1 FROM WS-JRNL-IX
                ELSE
                    IF WS-JRNL-COUNT >= 500
                        DISPLAY "FATAL: MORE THAN 500 PERIOD JOURNAL "
                            "TALLIES - REFUSING, RERUN ONCE THE "
                            "TABLE IS ENLARGED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-JRNL-COUNT
                    MOVE WS-JRNL-COUNT TO WS-JRNL-IX
                    MOVE WS-WK-POST-PERIOD
                        TO WS-JR-POST-PERIOD(WS-JRNL-IX)
                    MOVE WS-WK-SOURCE TO WS-JR-SOURCE(WS-JRNL-IX)
                    MOVE WS-WK-PERIOD-ADJ
                        TO WS-JR-PERIOD-ADJ(WS-JRNL-IX)
                    MOVE WS-JRNL-STATUS
                        TO WS-JR-ACK-STATUS(WS-JRNL-IX)
                    MOVE WS-PASS TO WS-JR-PASS(WS-JRNL-IX)
                    MOVE 0 TO WS-JR-COUNT(WS-JRNL-IX)
                    MOVE 0 TO WS-JR-AMOUNT(WS-JRNL-IX)
                END-IF
                ADD 1 TO WS-JR-COUNT(WS-JRNL-IX)
                ADD WS-WK-AMOUNT TO WS-JR-AMOUNT(WS-JRNL-IX)
            END-IF.

        WRITE-PERIOD-JOURNAL.
            PERFORM VARYING WS-JRNL-IX FROM 1 BY 1
                UNTIL WS-JRNL-IX > WS-JRNL-COUNT
                MOVE SPACES TO CPY-COIN-PJRNL-REC
                SET PJ-ACK TO TRUE
                MOVE WS-TODAY TO PJ-BUS-DATE
                MOVE WS-JR-POST-PERIOD(WS-JRNL-IX) TO PJ-POST-PERIOD
                MOVE WS-JR-SOURCE(WS-JRNL-IX) TO PJ-SOURCE
                MOVE WS-JR-PERIOD-ADJ(WS-JRNL-IX) TO PJ-PERIOD-ADJ
                MOVE WS-JR-ACK-STATUS(WS-JRNL-IX) TO PJ-ACK-STATUS
                MOVE WS-JR-PASS(WS-JRNL-IX) TO PJ-PASS
                MOVE WS-JR-COUNT(WS-JRNL-IX) TO PJ-COUNT
                MOVE WS-JR-AMOUNT(WS-JRNL-IX) TO PJ-AMOUNT
                MOVE 0 TO PJ-AUDIT-IN-AMOUNT
                MOVE 0 TO PJ-AUDIT-REV-AMOUNT
                MOVE 0 TO PJ-GL-IN-AMOUNT
                MOVE 0 TO PJ-GL-CONTRA-AMOUNT
                WRITE CPY-COIN-PJRNL-REC
                IF WS-PJRNL-OUT-FS NOT = "00"
                    DISPLAY "ERROR WRITING PJRNL-OUT-FILE, STATUS="
                        WS-PJRNL-OUT-FS
                ELSE
                    ADD 1 TO WS-JRNL-WRITTEN-COUNT
                END-IF
            END-PERFORM.

        PRINT-MATCH-SUMMARY.
            DISPLAY "----------------------------------------"
            MOVE SPACES TO WS-REPORT-LINE
                WS-RSRCH-FOLD-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING "PERIOD JOURNAL RECORDS. . : " DELIMITED BY SIZE
                WS-JRNL-WRITTEN-COUNT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            DISPLAY "========================================".
