        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_PC.

      *> ABC150_PC - month-end GL period close.
      *> Finance closes an accounting month here, against the
      *> period control (CPY-COIN-PERIOD) every GL entry is routed
      *> by, and the period journal (CPY-COIN-PJRNL) the nights
      *> and ABC150_G's matching runs build up through the month.
      *>   PARM='NIGHT' runs in the ABC150AM job once the night is
      *>     merged and closed: it journals what the night's
      *>     COINAUD says should reach the GL beside what the
      *>     night's GL extract carries, and the extract's entries
      *>     by the month they post to. A night already journaled
      *>     is refused RC=12.
      *>   PARM='FREEZE,YYYYMM' freezes the open month once its
      *>     last nights are merged: from then on nothing posts
      *>     into it - a late disposition, reversal, pickup
      *>     variance or retransmission dated in it posts to the
      *>     next month as a prior-period adjustment. Refused RC=8
      *>     while the first night of the next month is not yet
      *>     merged, or corrected entries for the month still wait
      *>     in the retransmission file for ABC150_G.
      *>   PARM='CLOSE,YYYYMM,OPERID' proves the frozen month and
      *>     prints the close report: every business night of the
      *>     month journaled, each with its COINAUD and GL extract
      *>     totals agreeing; every entry the extracts posted to
      *>     the month answered by the GL in ABC150_G's journal;
      *>     and every entry sent to the GL for the month either
      *>     acknowledged posted, rejected, or still in suspense.
      *>     When it all ties the month is closed and signed off
      *>     under OPERID, who must be an active manager on the
      *>     operator master, and the next month becomes the open
      *>     one. When it does not, the close is held RC=8 and the
      *>     month stays frozen for the differences to be worked.
      *> RC=12 when the month named is not the one the period
      *> control expects, or the sign-off is not a manager's;
      *> RC=16 on a bad PARM or a file that cannot be read.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-PERIOD-FILE ASSIGN TO COINPER
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-PERIOD-FS.
            SELECT COIN-CTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CTL-FS.
            SELECT COIN-PJRNL-FILE ASSIGN TO COINPJ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-PJRNL-FS.
            SELECT COIN-AUDIT-FILE ASSIGN TO COINAUD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-AUDIT-FS.
            SELECT COIN-GL-FILE ASSIGN TO COINGL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-GL-FS.
            SELECT COIN-SUSP-FILE ASSIGN TO COINSUS
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-SUSP-FS.
            SELECT COIN-GLREJ-FILE ASSIGN TO COINGRJ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-GLREJ-FS.
            SELECT COIN-OPER-FILE ASSIGN TO COINOPR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-OPER-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-PERIOD-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PERIOD".

        FD COIN-CTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

        FD COIN-PJRNL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PJRNL".

        FD COIN-AUDIT-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-AUDIT".

        FD COIN-GL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GL".

        FD COIN-SUSP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GLSUS".

        FD COIN-GLREJ-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GLREJ".

        FD COIN-OPER-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-OPER".

        WORKING-STORAGE SECTION.
        01 WS-COIN-PERIOD-FS PIC XX.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-COIN-PJRNL-FS PIC XX.
        01 WS-COIN-AUDIT-FS PIC XX.
        01 WS-COIN-GL-FS PIC XX.
        01 WS-COIN-SUSP-FS PIC XX.
        01 WS-COIN-GLREJ-FS PIC XX.
        01 WS-COIN-OPER-FS PIC XX.
        01 WS-PARM-TEXT PIC X(40) VALUE SPACES.
        01 WS-PARM-MODE PIC X(8) VALUE SPACES.
        01 WS-PARM-PERIOD PIC X(6) VALUE SPACES.
        01 WS-PARM-SIGNOFF PIC X(8) VALUE SPACES.
        01 WS-EOF-SW PIC X VALUE "N".
            88 WS-EOF VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-EMPTY-SW PIC X VALUE "N".
            88 WS-EMPTY VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-BUS-DATE PIC 9(8).
        01 WS-CTL-PERIOD PIC 9(6).
        01 WS-CTL-REGION PIC X(3).
        01 WS-CTL-RUN-STATUS PIC X(8).
            88 WS-CTL-COMPLETE VALUE "COMPLETE".
      *> The month being frozen or closed, and the month after it.
        01 WS-PERIOD PIC 9(6) VALUE 0.
        01 WS-NEXT-PERIOD PIC 9(6).
        01 WS-PERIOD-YEAR PIC 9(4).
        01 WS-PERIOD-MONTH PIC 9(2).
        01 WS-ENTRY-PERIOD PIC 9(6).
        01 WS-OUT-OF-BALANCE-SW PIC X VALUE "N".
            88 WS-OUT-OF-BALANCE VALUE "Y" WHEN SET TO FALSE IS "N".
      *> NIGHT: what the night's COINAUD says should reach the GL
      *> (approved redemptions, and reversals, gross of fees) and
      *> what the night's GL extract carries - ordinary entries,
      *> and contra entries - tallied the way ABC150_B's money
      *> leg tallies them; and the extract by posting month.
        01 WS-AUDIT-ROW-COUNT PIC 9(9) VALUE 0.
        01 WS-AUDIT-IN-AMOUNT PIC 9(17) VALUE 0.
        01 WS-AUDIT-REV-AMOUNT PIC 9(17) VALUE 0.
        01 WS-GL-ENTRY-COUNT PIC 9(9) VALUE 0.
        01 WS-GL-IN-AMOUNT PIC 9(17) VALUE 0.
        01 WS-GL-CONTRA-AMOUNT PIC 9(17) VALUE 0.
        01 WS-EXT-TABLE.
            05 WS-EXT-ENTRY OCCURS 24 TIMES.
                10 WS-EX-POST-PERIOD PIC 9(6).
                10 WS-EX-COUNT PIC 9(9).
                10 WS-EX-AMOUNT PIC 9(17).
        01 WS-EXT-COUNT PIC 9(4) VALUE 0.
        01 WS-EXT-IX PIC 9(4).
        01 WS-EXT-FOUND-SW PIC X VALUE "N".
            88 WS-EXT-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-JOURNALED-SW PIC X VALUE "N".
            88 WS-JOURNALED VALUE "Y" WHEN SET TO FALSE IS "N".
      *> FREEZE: corrected entries for the month still waiting to
      *> go to the GL.
        01 WS-RETRANS-COUNT PIC 9(9) VALUE 0.
      *> CLOSE: the month's nights from the journal, the business
      *> days the calendar says it had, and the three ties.
        01 WS-NIGHT-TABLE.
            05 WS-NIGHT-ENTRY OCCURS 31 TIMES.
                10 WS-NT-BUS-DATE PIC 9(8).
        01 WS-NIGHT-COUNT PIC 9(4) VALUE 0.
        01 WS-NIGHT-IX PIC 9(4).
        01 WS-NIGHT-FOUND-SW PIC X VALUE "N".
            88 WS-NIGHT-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-DUP-NIGHT-COUNT PIC 9(4) VALUE 0.
        01 WS-NIGHT-OOB-COUNT PIC 9(4) VALUE 0.
        01 WS-MISSING-NIGHT-COUNT PIC 9(4) VALUE 0.
        01 WS-BUS-DAY-COUNT PIC 9(4) VALUE 0.
        01 WS-DAY-INT PIC 9(9).
        01 WS-LAST-DAY-INT PIC 9(9).
        01 WS-WORK-DATE PIC 9(8).
        01 WS-MN-AUDIT-IN PIC 9(17) VALUE 0.
        01 WS-MN-AUDIT-REV PIC 9(17) VALUE 0.
        01 WS-MN-GL-IN PIC 9(17) VALUE 0.
        01 WS-MN-GL-CONTRA PIC 9(17) VALUE 0.
        01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
        01 WS-EXTRACT-AMOUNT PIC 9(17) VALUE 0.
        01 WS-DECISION-COUNT PIC 9(9) VALUE 0.
        01 WS-DECISION-AMOUNT PIC 9(17) VALUE 0.
        01 WS-SENT-COUNT PIC 9(9) VALUE 0.
        01 WS-SENT-AMOUNT PIC 9(17) VALUE 0.
        01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
        01 WS-POSTED-AMOUNT PIC 9(17) VALUE 0.
        01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
        01 WS-REJECTED-AMOUNT PIC 9(17) VALUE 0.
        01 WS-SUSP-COUNT PIC 9(9) VALUE 0.
        01 WS-SUSP-AMOUNT PIC 9(17) VALUE 0.
        01 WS-ANSWERED-COUNT PIC 9(9) VALUE 0.
        01 WS-ANSWERED-AMOUNT PIC 9(17) VALUE 0.
        01 WS-OPEN-REJ-COUNT PIC 9(9) VALUE 0.
        01 WS-OPEN-REJ-AMOUNT PIC 9(17) VALUE 0.
      *> Prior-period adjustments booked into the month, by where
      *> they came from: decisions and reversals, dispositions,
      *> pickup variances, retransmissions.
        01 WS-ADJ-TABLE.
            05 WS-ADJ-ENTRY OCCURS 4 TIMES.
                10 WS-ADJ-COUNT PIC 9(9).
                10 WS-ADJ-AMOUNT PIC 9(17).
        01 WS-ADJ-IX PIC 9(4).
        01 WS-ADJ-LABEL PIC X(26).
        01 WS-SIGNOFF-NAME PIC X(30) VALUE SPACES.
        01 WS-SIGNOFF-OK-SW PIC X VALUE "N".
            88 WS-SIGNOFF-OK VALUE "Y" WHEN SET TO FALSE IS "N".
            COPY "CPY-COIN-CAL-IF".

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_PC MONTH-END GL PERIOD CLOSE"
            ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
            UNSTRING WS-PARM-TEXT DELIMITED BY ","
                INTO WS-PARM-MODE WS-PARM-PERIOD WS-PARM-SIGNOFF
            END-UNSTRING
            EVALUATE WS-PARM-MODE
                WHEN "NIGHT"
                    DISPLAY "JOURNALING THE MERGED NIGHT"
                    DISPLAY "=========================================="
                        "===="
                    PERFORM RUN-NIGHT
                WHEN "FREEZE"
                    PERFORM CHECK-PERIOD-PARM
                    DISPLAY "FREEZING MONTH " WS-PERIOD
                    DISPLAY "=========================================="
                        "===="
                    PERFORM RUN-FREEZE
                WHEN "CLOSE"
                    PERFORM CHECK-PERIOD-PARM
                    IF WS-PARM-SIGNOFF = SPACES
                        DISPLAY "FATAL: CLOSE NEEDS THE SIGN-OFF "
                            "OPERATOR ID - PARM='CLOSE,YYYYMM,OPERID'"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    DISPLAY "CLOSING MONTH " WS-PERIOD
                    DISPLAY "=========================================="
                        "===="
                    PERFORM RUN-CLOSE
                WHEN OTHER
                    DISPLAY "FATAL: PARM MUST BE NIGHT, FREEZE,YYYYMM "
                        "OR CLOSE,YYYYMM,OPERID - GOT '"
                        WS-PARM-TEXT "'"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            STOP RUN.

        CHECK-PERIOD-PARM.
            IF WS-PARM-PERIOD IS NOT NUMERIC
                OR WS-PARM-PERIOD(5:2) < "01"
                OR WS-PARM-PERIOD(5:2) > "12"
                DISPLAY "FATAL: THE MONTH IN THE PARM MUST BE "
                    "YYYYMM, GOT '" WS-PARM-PERIOD "'"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-PERIOD TO WS-PERIOD
            MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
            MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
            IF WS-PERIOD-MONTH = 12
                ADD 1 TO WS-PERIOD-YEAR
                MOVE 1 TO WS-PERIOD-MONTH
            ELSE
                ADD 1 TO WS-PERIOD-MONTH
            END-IF
            COMPUTE WS-NEXT-PERIOD =
                WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH.

      *> ---------------------------------------------------------
      *> NIGHT
      *> ---------------------------------------------------------
        RUN-NIGHT.
            PERFORM READ-NATIONAL-CONTROL
            IF NOT WS-CTL-COMPLETE
                DISPLAY "FATAL: BUSINESS DATE " WS-BUS-DATE
                    " IS NOT MERGED AND COMPLETE - JOURNAL THE "
                    "NIGHT AFTER ABC150_Z CLOSES IT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CHECK-NIGHT-NOT-JOURNALED
            PERFORM TALLY-NIGHT-AUDIT
            PERFORM TALLY-NIGHT-GL
            PERFORM WRITE-NIGHT-JOURNAL

            DISPLAY "BUSINESS DATE . . . . . . : " WS-BUS-DATE
            DISPLAY "COINAUD ROWS READ . . . . : " WS-AUDIT-ROW-COUNT
            DISPLAY "AUDIT APPROVED (GROSS). . : " WS-AUDIT-IN-AMOUNT
            DISPLAY "GL EXTRACT ENTRIES. . . . : " WS-GL-ENTRY-COUNT
            DISPLAY "GL ORDINARY ENTRIES . . . : " WS-GL-IN-AMOUNT
            DISPLAY "AUDIT REVERSED (GROSS). . : " WS-AUDIT-REV-AMOUNT
            DISPLAY "GL CONTRA ENTRIES . . . . : " WS-GL-CONTRA-AMOUNT
            PERFORM VARYING WS-EXT-IX FROM 1 BY 1
                UNTIL WS-EXT-IX > WS-EXT-COUNT
                DISPLAY "  POSTS TO " WS-EX-POST-PERIOD(WS-EXT-IX)
                    " . . . . : " WS-EX-COUNT(WS-EXT-IX)
                    " ENTRIES / " WS-EX-AMOUNT(WS-EXT-IX)
            END-PERFORM
            DISPLAY "=============================================="
      *> ABC150_B has already held an out-of-balance night; it is
      *> journaled as it stands, so the close shows it too.
            IF WS-AUDIT-IN-AMOUNT NOT = WS-GL-IN-AMOUNT
                OR WS-AUDIT-REV-AMOUNT NOT = WS-GL-CONTRA-AMOUNT
                DISPLAY "WARNING: THE NIGHT'S GL EXTRACT DOES NOT TIE "
                    "TO ITS COINAUD - JOURNALED AS IT STANDS, THE "
                    "MONTH WILL NOT CLOSE UNTIL IT IS CORRECTED"
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

        READ-NATIONAL-CONTROL.
            OPEN INPUT COIN-CTL-FILE
            IF WS-COIN-CTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-CTL-FILE, "
                    "STATUS=" WS-COIN-CTL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EMPTY TO FALSE
            READ COIN-CTL-FILE
                AT END
                    SET WS-EMPTY TO TRUE
                NOT AT END
                    MOVE CU-REGION TO WS-CTL-REGION
                    MOVE CU-RUN-STATUS TO WS-CTL-RUN-STATUS
                    MOVE CU-BUS-DATE TO WS-BUS-DATE
                    MOVE CU-BUS-DATE(1:6) TO WS-CTL-PERIOD
            END-READ
            CLOSE COIN-CTL-FILE
            IF WS-EMPTY
                DISPLAY "FATAL: COIN-CTL-FILE IS EMPTY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-CTL-REGION NOT = SPACES
                DISPLAY "FATAL: COIN-CTL-FILE IS REGION '"
                    WS-CTL-REGION "'S RUN CONTROL - THE CLOSE NEEDS "
                    "THE NATIONAL ONE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> The journal is only ever appended to, so a night already
      *> in it - a restarted step, a resubmitted job - must not go
      *> in again: the close would count it twice.
        CHECK-NIGHT-NOT-JOURNALED.
            OPEN INPUT COIN-PJRNL-FILE
            IF WS-COIN-PJRNL-FS = "35"
                CONTINUE
            ELSE
                IF WS-COIN-PJRNL-FS NOT = "00"
                    DISPLAY "FATAL: COULD NOT OPEN COIN-PJRNL-FILE, "
                        "STATUS=" WS-COIN-PJRNL-FS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ COIN-PJRNL-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF PJ-NIGHT AND PJ-BUS-DATE = WS-BUS-DATE
                                SET WS-JOURNALED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-PJRNL-FILE
            END-IF
            IF WS-JOURNALED
                DISPLAY "FATAL: BUSINESS DATE " WS-BUS-DATE
                    " IS ALREADY IN THE PERIOD JOURNAL - REFUSING "
                    "THE RESUBMISSION"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

        TALLY-NIGHT-AUDIT.
            OPEN INPUT COIN-AUDIT-FILE
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-AUDIT-FILE, "
                    "STATUS=" WS-COIN-AUDIT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF
                READ COIN-AUDIT-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-AUDIT-ROW-COUNT
                        EVALUATE CA-RESULT
                            WHEN "Yes"
                                ADD CA-REQ-AMOUNT
                                    TO WS-AUDIT-IN-AMOUNT
                            WHEN "REV"
                                ADD CA-REQ-AMOUNT
                                    TO WS-AUDIT-REV-AMOUNT
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE COIN-AUDIT-FILE.

        TALLY-NIGHT-GL.
            OPEN INPUT COIN-GL-FILE
            IF WS-COIN-GL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-GL-FILE, "
                    "STATUS=" WS-COIN-GL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF
                READ COIN-GL-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM TALLY-ONE-GL-ENTRY
                END-READ
            END-PERFORM
            CLOSE COIN-GL-FILE.

        TALLY-ONE-GL-ENTRY.
            ADD 1 TO WS-GL-ENTRY-COUNT
            IF CG-REVERSAL OR CG-FEE-REVERSAL
                ADD CG-AMOUNT TO WS-GL-CONTRA-AMOUNT
            ELSE
                ADD CG-AMOUNT TO WS-GL-IN-AMOUNT
            END-IF
            IF CG-POST-PERIOD IS NUMERIC
                MOVE CG-POST-PERIOD TO WS-ENTRY-PERIOD
            ELSE
                MOVE CG-TXN-DATE(1:6) TO WS-ENTRY-PERIOD
            END-IF
            SET WS-EXT-FOUND TO FALSE
            PERFORM VARYING WS-EXT-IX FROM 1 BY 1
                UNTIL WS-EXT-IX > WS-EXT-COUNT OR WS-EXT-FOUND
                IF WS-EX-POST-PERIOD(WS-EXT-IX) = WS-ENTRY-PERIOD
                    SET WS-EXT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-EXT-FOUND
                SUBTRACT 1 FROM WS-EXT-IX
            ELSE
                IF WS-EXT-COUNT >= 24
                    DISPLAY "FATAL: THE GL EXTRACT POSTS TO MORE "
                        "THAN 24 MONTHS - CHECK THE EXTRACT"
                    CLOSE COIN-GL-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-EXT-COUNT
                MOVE WS-EXT-COUNT TO WS-EXT-IX
                MOVE WS-ENTRY-PERIOD TO WS-EX-POST-PERIOD(WS-EXT-IX)
                MOVE 0 TO WS-EX-COUNT(WS-EXT-IX)
                MOVE 0 TO WS-EX-AMOUNT(WS-EXT-IX)
            END-IF
            ADD 1 TO WS-EX-COUNT(WS-EXT-IX)
            ADD CG-AMOUNT TO WS-EX-AMOUNT(WS-EXT-IX).

        WRITE-NIGHT-JOURNAL.
            OPEN EXTEND COIN-PJRNL-FILE
            IF WS-COIN-PJRNL-FS = "35"
                OPEN OUTPUT COIN-PJRNL-FILE
            END-IF
            IF WS-COIN-PJRNL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-PJRNL-FILE "
                    "TO APPEND, STATUS=" WS-COIN-PJRNL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO CPY-COIN-PJRNL-REC
            SET PJ-NIGHT TO TRUE
            MOVE WS-BUS-DATE TO PJ-BUS-DATE
            MOVE 0 TO PJ-POST-PERIOD
            MOVE WS-GL-ENTRY-COUNT TO PJ-COUNT
            COMPUTE PJ-AMOUNT = WS-GL-IN-AMOUNT + WS-GL-CONTRA-AMOUNT
            MOVE WS-AUDIT-IN-AMOUNT TO PJ-AUDIT-IN-AMOUNT
            MOVE WS-AUDIT-REV-AMOUNT TO PJ-AUDIT-REV-AMOUNT
            MOVE WS-GL-IN-AMOUNT TO PJ-GL-IN-AMOUNT
            MOVE WS-GL-CONTRA-AMOUNT TO PJ-GL-CONTRA-AMOUNT
            PERFORM WRITE-JOURNAL-RECORD
            PERFORM VARYING WS-EXT-IX FROM 1 BY 1
                UNTIL WS-EXT-IX > WS-EXT-COUNT
                MOVE SPACES TO CPY-COIN-PJRNL-REC
                SET PJ-EXTRACT TO TRUE
                MOVE WS-BUS-DATE TO PJ-BUS-DATE
                MOVE WS-EX-POST-PERIOD(WS-EXT-IX) TO PJ-POST-PERIOD
                MOVE WS-EX-COUNT(WS-EXT-IX) TO PJ-COUNT
                MOVE WS-EX-AMOUNT(WS-EXT-IX) TO PJ-AMOUNT
                MOVE 0 TO PJ-AUDIT-IN-AMOUNT
                MOVE 0 TO PJ-AUDIT-REV-AMOUNT
                MOVE 0 TO PJ-GL-IN-AMOUNT
                MOVE 0 TO PJ-GL-CONTRA-AMOUNT
                PERFORM WRITE-JOURNAL-RECORD
            END-PERFORM
            CLOSE COIN-PJRNL-FILE.

        WRITE-JOURNAL-RECORD.
            WRITE CPY-COIN-PJRNL-REC
            IF WS-COIN-PJRNL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT WRITE COIN-PJRNL-FILE, "
                    "STATUS=" WS-COIN-PJRNL-FS
                CLOSE COIN-PJRNL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> ---------------------------------------------------------
      *> FREEZE
      *> ---------------------------------------------------------
        RUN-FREEZE.
            PERFORM OPEN-PERIOD-CONTROL
            EVALUATE TRUE
                WHEN PD-OPEN-PERIOD = WS-PERIOD AND PD-FROZEN
                    DISPLAY "FATAL: MONTH " WS-PERIOD " IS ALREADY "
                        "FROZEN SINCE " PD-FREEZE-TIMESTAMP
                        " - RUN THE CLOSE"
                    CLOSE COIN-PERIOD-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN PD-OPEN-PERIOD NOT = WS-PERIOD
                    DISPLAY "FATAL: THE OPEN MONTH IS "
                        PD-OPEN-PERIOD ", NOT " WS-PERIOD
                        " - ONLY THE OPEN MONTH CAN BE FROZEN"
                    CLOSE COIN-PERIOD-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

      *> The month's items keep arriving with the first nights of
      *> the next month - a weekend at month end is processed in
      *> the next business day's run - so the freeze waits until
      *> a night of the next month is merged.
            PERFORM READ-NATIONAL-CONTROL
            IF NOT WS-CTL-COMPLETE OR WS-CTL-PERIOD NOT > WS-PERIOD
                DISPLAY "FREEZE HELD: THE LAST MERGED NIGHT IS "
                    WS-BUS-DATE " " WS-CTL-RUN-STATUS
                    " - FREEZE ONCE A NIGHT OF THE NEXT MONTH IS "
                    "MERGED AND COMPLETE"
                CLOSE COIN-PERIOD-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CHECK-RETRANS-PENDING
            IF WS-RETRANS-COUNT > 0
                DISPLAY "FREEZE HELD: " WS-RETRANS-COUNT
                    " CORRECTED ENTRIES FOR " WS-PERIOD
                    " STILL WAIT IN THE RETRANSMISSION FILE - "
                    "FREEZE ONCE ABC150_G HAS MATCHED THEM"
                CLOSE COIN-PERIOD-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            SET PD-FROZEN TO TRUE
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO PD-FREEZE-TIMESTAMP
            PERFORM REWRITE-PERIOD-CONTROL
            DISPLAY "RESULT: MONTH " WS-PERIOD " FROZEN AT "
                PD-FREEZE-TIMESTAMP " - LATE ENTRIES NOW POST TO "
                WS-NEXT-PERIOD
            MOVE 0 TO RETURN-CODE.

        OPEN-PERIOD-CONTROL.
            OPEN I-O COIN-PERIOD-FILE
            IF WS-COIN-PERIOD-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-PERIOD-FILE, "
                    "STATUS=" WS-COIN-PERIOD-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EMPTY TO FALSE
            READ COIN-PERIOD-FILE
                AT END
                    SET WS-EMPTY TO TRUE
            END-READ
            IF WS-EMPTY
                DISPLAY "FATAL: COIN-PERIOD-FILE IS EMPTY"
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "OPEN MONTH. . . . . . . . : " PD-OPEN-PERIOD
                " " PD-STATUS
            DISPLAY "LAST MONTH CLOSED . . . . : " PD-LAST-CLOSED
                " BY " PD-SIGNOFF-ID " " PD-CLOSE-TIMESTAMP.

        REWRITE-PERIOD-CONTROL.
            REWRITE CPY-COIN-PERIOD-REC
            IF WS-COIN-PERIOD-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT REWRITE COIN-PERIOD-FILE, "
                    "STATUS=" WS-COIN-PERIOD-FS
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE COIN-PERIOD-FILE.

        CHECK-RETRANS-PENDING.
            OPEN INPUT COIN-GL-FILE
            IF WS-COIN-GL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-GL-FILE, "
                    "STATUS=" WS-COIN-GL-FS
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF
                READ COIN-GL-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF CG-POST-PERIOD IS NUMERIC
                            MOVE CG-POST-PERIOD TO WS-ENTRY-PERIOD
                        ELSE
                            MOVE CG-TXN-DATE(1:6) TO WS-ENTRY-PERIOD
                        END-IF
                        IF WS-ENTRY-PERIOD = WS-PERIOD
                            ADD 1 TO WS-RETRANS-COUNT
                            DISPLAY "  WAITING: TXN " CG-TXN-ID
                                " STORE " CG-STORE-ID
                                " AMOUNT " CG-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-GL-FILE.

      *> ---------------------------------------------------------
      *> CLOSE
      *> ---------------------------------------------------------
        RUN-CLOSE.
            PERFORM OPEN-PERIOD-CONTROL
            IF PD-OPEN-PERIOD NOT = WS-PERIOD OR NOT PD-FROZEN
                DISPLAY "FATAL: MONTH " WS-PERIOD " IS NOT THE "
                    "FROZEN MONTH - FREEZE IT FIRST (THE OPEN MONTH "
                    "IS " PD-OPEN-PERIOD " " PD-STATUS ")"
                CLOSE COIN-PERIOD-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VERIFY-SIGNOFF
            IF NOT WS-SIGNOFF-OK
                DISPLAY "FATAL: " WS-PARM-SIGNOFF " IS NOT AN ACTIVE "
                    "MANAGER ON THE OPERATOR MASTER - ONLY A "
                    "MANAGER CAN SIGN OFF THE CLOSE"
                CLOSE COIN-PERIOD-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LOAD-PERIOD-JOURNAL
            PERFORM CHECK-NIGHTS-PRESENT
            PERFORM TALLY-OPEN-SUSPENSE
            PERFORM TALLY-OPEN-REJECTS
            PERFORM PRINT-CLOSE-REPORT

            IF WS-OUT-OF-BALANCE
                CLOSE COIN-PERIOD-FILE
                DISPLAY "RESULT: MONTH " WS-PERIOD " DOES NOT TIE - "
                    "CLOSE HELD, THE MONTH STAYS FROZEN"
                DISPLAY "NOT SIGNED OFF"
                DISPLAY "=============================================="
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE WS-PERIOD TO PD-LAST-CLOSED
            MOVE WS-NEXT-PERIOD TO PD-OPEN-PERIOD
            SET PD-OPEN TO TRUE
            MOVE SPACES TO PD-FREEZE-TIMESTAMP
            MOVE WS-PARM-SIGNOFF TO PD-SIGNOFF-ID
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO PD-CLOSE-TIMESTAMP
            PERFORM REWRITE-PERIOD-CONTROL
            DISPLAY "RESULT: MONTH " WS-PERIOD " CLOSED - "
                WS-NEXT-PERIOD " IS NOW THE OPEN MONTH"
            DISPLAY "SIGNED OFF BY . . . . . . : " PD-SIGNOFF-ID
                " " WS-SIGNOFF-NAME
            DISPLAY "SIGNED OFF AT . . . . . . : " PD-CLOSE-TIMESTAMP
            DISPLAY " "
            DISPLAY "FINANCE CONTROLLER  . . . : "
                "______________________________"
            DISPLAY "=============================================="
            MOVE 0 TO RETURN-CODE.

        VERIFY-SIGNOFF.
            OPEN INPUT COIN-OPER-FILE
            IF WS-COIN-OPER-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-OPER-FILE, "
                    "STATUS=" WS-COIN-OPER-FS
                    " - RUN ABC150O TO BUILD THE OPERATOR MASTER"
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF OR WS-SIGNOFF-OK
                READ COIN-OPER-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF CO-OPER-ID = WS-PARM-SIGNOFF
                            AND CO-ACTIVE
                            AND CO-ROLE-MANAGER
                            SET WS-SIGNOFF-OK TO TRUE
                            MOVE CO-OPER-NAME TO WS-SIGNOFF-NAME
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-OPER-FILE.

        LOAD-PERIOD-JOURNAL.
            OPEN INPUT COIN-PJRNL-FILE
            IF WS-COIN-PJRNL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-PJRNL-FILE, "
                    "STATUS=" WS-COIN-PJRNL-FS
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            INITIALIZE WS-ADJ-TABLE
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF
                READ COIN-PJRNL-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN PJ-NIGHT
                                IF PJ-BUS-DATE(1:6) = WS-PARM-PERIOD
                                    PERFORM LOAD-ONE-NIGHT
                                END-IF
                            WHEN PJ-EXTRACT
                                IF PJ-POST-PERIOD = WS-PERIOD
                                    ADD PJ-COUNT TO WS-EXTRACT-COUNT
                                    ADD PJ-AMOUNT TO WS-EXTRACT-AMOUNT
                                END-IF
                            WHEN PJ-ACK
                                IF PJ-POST-PERIOD = WS-PERIOD
                                    PERFORM LOAD-ONE-ACK
                                END-IF
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE COIN-PJRNL-FILE.

        LOAD-ONE-NIGHT.
            SET WS-NIGHT-FOUND TO FALSE
            PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
                UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT OR WS-NIGHT-FOUND
                IF WS-NT-BUS-DATE(WS-NIGHT-IX) = PJ-BUS-DATE
                    SET WS-NIGHT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-NIGHT-FOUND
                ADD 1 TO WS-DUP-NIGHT-COUNT
                DISPLAY "  *** NIGHT " PJ-BUS-DATE " IS JOURNALED "
                    "MORE THAN ONCE - REMOVE THE EXTRA RECORDS"
            ELSE
                IF WS-NIGHT-COUNT < 31
                    ADD 1 TO WS-NIGHT-COUNT
                    MOVE PJ-BUS-DATE TO WS-NT-BUS-DATE(WS-NIGHT-COUNT)
                END-IF
            END-IF
            ADD PJ-AUDIT-IN-AMOUNT TO WS-MN-AUDIT-IN
            ADD PJ-AUDIT-REV-AMOUNT TO WS-MN-AUDIT-REV
            ADD PJ-GL-IN-AMOUNT TO WS-MN-GL-IN
            ADD PJ-GL-CONTRA-AMOUNT TO WS-MN-GL-CONTRA
            IF PJ-AUDIT-IN-AMOUNT NOT = PJ-GL-IN-AMOUNT
                OR PJ-AUDIT-REV-AMOUNT NOT = PJ-GL-CONTRA-AMOUNT
                ADD 1 TO WS-NIGHT-OOB-COUNT
                DISPLAY "  *** NIGHT " PJ-BUS-DATE " GL EXTRACT DOES "
                    "NOT TIE TO ITS COINAUD"
                DISPLAY "      AUDIT " PJ-AUDIT-IN-AMOUNT " / "
                    PJ-AUDIT-REV-AMOUNT "  GL " PJ-GL-IN-AMOUNT
                    " / " PJ-GL-CONTRA-AMOUNT
            END-IF.

      *> First-seen entries are everything sent to the GL for the
      *> month; the decisions and dispositions among them are the
      *> nightly extracts' entries. Every answer from either pass
      *> accounts for one of them.
        LOAD-ONE-ACK.
            IF PJ-FIRST-PASS
                ADD PJ-COUNT TO WS-SENT-COUNT
                ADD PJ-AMOUNT TO WS-SENT-AMOUNT
                IF PJ-SOURCE = "A" OR PJ-SOURCE = "D"
                    ADD PJ-COUNT TO WS-DECISION-COUNT
                    ADD PJ-AMOUNT TO WS-DECISION-AMOUNT
                END-IF
                IF PJ-PERIOD-ADJ = "P"
                    EVALUATE PJ-SOURCE
                        WHEN "A"
                            MOVE 1 TO WS-ADJ-IX
                        WHEN "D"
                            MOVE 2 TO WS-ADJ-IX
                        WHEN "K"
                            MOVE 3 TO WS-ADJ-IX
                        WHEN OTHER
                            MOVE 4 TO WS-ADJ-IX
                    END-EVALUATE
                    ADD PJ-COUNT TO WS-ADJ-COUNT(WS-ADJ-IX)
                    ADD PJ-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-IX)
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN PJ-POSTED
                    ADD PJ-COUNT TO WS-POSTED-COUNT
                    ADD PJ-AMOUNT TO WS-POSTED-AMOUNT
                WHEN PJ-REJECTED
                    ADD PJ-COUNT TO WS-REJECTED-COUNT
                    ADD PJ-AMOUNT TO WS-REJECTED-AMOUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> Every business day of the month ran a night, and every
      *> night must be in the journal.
        CHECK-NIGHTS-PRESENT.
            COMPUTE WS-WORK-DATE = WS-PERIOD * 100 + 1
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            COMPUTE WS-WORK-DATE = WS-NEXT-PERIOD * 100 + 1
            COMPUTE WS-LAST-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
            PERFORM UNTIL WS-DAY-INT > WS-LAST-DAY-INT
                MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                    TO WS-WORK-DATE
                SET LB-FN-TEST TO TRUE
                MOVE WS-WORK-DATE TO LB-DATE
                MOVE 0 TO LB-TO-DATE
                CALL "ABC150W" USING LB-FUNCTION LB-DATE LB-TO-DATE
                    LB-RESULT-DATE LB-DAY-COUNT LB-BUSINESS-SW
                    LB-VALID-SW LB-CAL-LOADED-SW LB-CAL-LAST-DATE
                IF LB-BUSINESS-DAY
                    ADD 1 TO WS-BUS-DAY-COUNT
                    SET WS-NIGHT-FOUND TO FALSE
                    PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
                        UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
                            OR WS-NIGHT-FOUND
                        IF WS-NT-BUS-DATE(WS-NIGHT-IX) = WS-WORK-DATE
                            SET WS-NIGHT-FOUND TO TRUE
                        END-IF
                    END-PERFORM
                    IF NOT WS-NIGHT-FOUND
                        ADD 1 TO WS-MISSING-NIGHT-COUNT
                        DISPLAY "  *** BUSINESS DAY " WS-WORK-DATE
                            " HAS NO NIGHT IN THE JOURNAL"
                    END-IF
                END-IF
                ADD 1 TO WS-DAY-INT
            END-PERFORM.

      *> Entries sent for the month the GL has still not answered.
        TALLY-OPEN-SUSPENSE.
            OPEN INPUT COIN-SUSP-FILE
            IF WS-COIN-SUSP-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-SUSP-FILE, "
                    "STATUS=" WS-COIN-SUSP-FS
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF
                READ COIN-SUSP-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF CS-POST-PERIOD IS NUMERIC
                            MOVE CS-POST-PERIOD TO WS-ENTRY-PERIOD
                        ELSE
                            MOVE CS-TXN-DATE(1:6) TO WS-ENTRY-PERIOD
                        END-IF
                        IF WS-ENTRY-PERIOD = WS-PERIOD
                            ADD 1 TO WS-SUSP-COUNT
                            ADD CS-AMOUNT TO WS-SUSP-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-SUSP-FILE.

      *> Rejected entries are answered - they tie as rejected -
      *> but finance should see which are still being repaired.
        TALLY-OPEN-REJECTS.
            OPEN INPUT COIN-GLREJ-FILE
            IF WS-COIN-GLREJ-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-GLREJ-FILE, "
                    "STATUS=" WS-COIN-GLREJ-FS
                CLOSE COIN-PERIOD-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-EOF TO FALSE
            PERFORM UNTIL WS-EOF
                READ COIN-GLREJ-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF GR-POST-PERIOD IS NUMERIC
                            MOVE GR-POST-PERIOD TO WS-ENTRY-PERIOD
                        ELSE
                            MOVE GR-TXN-DATE(1:6) TO WS-ENTRY-PERIOD
                        END-IF
                        IF WS-ENTRY-PERIOD = WS-PERIOD
                            ADD 1 TO WS-OPEN-REJ-COUNT
                            ADD GR-AMOUNT TO WS-OPEN-REJ-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-GLREJ-FILE.

        PRINT-CLOSE-REPORT.
            DISPLAY "=============================================="
            DISPLAY "GL PERIOD CLOSE REPORT - MONTH " WS-PERIOD
            DISPLAY "FROZEN AT . . . . . . . . : " PD-FREEZE-TIMESTAMP
            DISPLAY "=============================================="

            DISPLAY "1. NIGHTS - COINAUD AGAINST THE GL EXTRACT"
            DISPLAY "   BUSINESS DAYS . . . . . : " WS-BUS-DAY-COUNT
            DISPLAY "   NIGHTS JOURNALED. . . . : " WS-NIGHT-COUNT
            DISPLAY "   AUDIT APPROVED (GROSS)  : " WS-MN-AUDIT-IN
            DISPLAY "   GL ORDINARY ENTRIES . . : " WS-MN-GL-IN
            DISPLAY "   AUDIT REVERSED (GROSS)  : " WS-MN-AUDIT-REV
            DISPLAY "   GL CONTRA ENTRIES . . . : " WS-MN-GL-CONTRA
            IF WS-MISSING-NIGHT-COUNT > 0
                OR WS-DUP-NIGHT-COUNT > 0
                OR WS-NIGHT-OOB-COUNT > 0
                SET WS-OUT-OF-BALANCE TO TRUE
                DISPLAY "   *** DOES NOT TIE - " WS-MISSING-NIGHT-COUNT
                    " MISSING, " WS-DUP-NIGHT-COUNT " DUPLICATED, "
                    WS-NIGHT-OOB-COUNT " OUT OF BALANCE"
            ELSE
                DISPLAY "   AGREED"
            END-IF

            DISPLAY "2. GL EXTRACTS AGAINST ABC150_G'S MATCHING"
            DISPLAY "   EXTRACT ENTRIES . . . . : " WS-EXTRACT-COUNT
                " / " WS-EXTRACT-AMOUNT
            DISPLAY "   MATCHED BY ABC150_G . . : " WS-DECISION-COUNT
                " / " WS-DECISION-AMOUNT
            EVALUATE TRUE
                WHEN WS-EXTRACT-COUNT = WS-DECISION-COUNT
                    AND WS-EXTRACT-AMOUNT = WS-DECISION-AMOUNT
                    DISPLAY "   AGREED"
                WHEN WS-EXTRACT-COUNT > WS-DECISION-COUNT
                    SET WS-OUT-OF-BALANCE TO TRUE
                    DISPLAY "   *** DOES NOT TIE - EXTRACT ENTRIES "
                        "NOT YET MATCHED BY ABC150_G; RUN THE "
                        "ABC150G JOB FOR THE MISSING DAYS"
                WHEN OTHER
                    SET WS-OUT-OF-BALANCE TO TRUE
                    DISPLAY "   *** DOES NOT TIE - ABC150_G MATCHED "
                        "ENTRIES NO NIGHT JOURNALED"
            END-EVALUATE

            COMPUTE WS-ANSWERED-COUNT = WS-POSTED-COUNT
                + WS-REJECTED-COUNT + WS-SUSP-COUNT
            COMPUTE WS-ANSWERED-AMOUNT = WS-POSTED-AMOUNT
                + WS-REJECTED-AMOUNT + WS-SUSP-AMOUNT
            DISPLAY "3. ENTRIES SENT AGAINST GL ACKNOWLEDGMENTS"
            DISPLAY "   SENT TO THE GL. . . . . : " WS-SENT-COUNT
                " / " WS-SENT-AMOUNT
            DISPLAY "   ACKNOWLEDGED POSTED . . : " WS-POSTED-COUNT
                " / " WS-POSTED-AMOUNT
            DISPLAY "   REJECTED BY THE GL. . . : " WS-REJECTED-COUNT
                " / " WS-REJECTED-AMOUNT
            DISPLAY "   OPEN GL SUSPENSE. . . . : " WS-SUSP-COUNT
                " / " WS-SUSP-AMOUNT
            IF WS-SENT-COUNT = WS-ANSWERED-COUNT
                AND WS-SENT-AMOUNT = WS-ANSWERED-AMOUNT
                DISPLAY "   AGREED"
            ELSE
                SET WS-OUT-OF-BALANCE TO TRUE
                DISPLAY "   *** DOES NOT TIE - POSTED, REJECTED AND "
                    "SUSPENSE DO NOT ACCOUNT FOR WHAT WAS SENT"
            END-IF

            DISPLAY "FOR INFORMATION"
            DISPLAY "   GL REJECTS STILL OPEN . : " WS-OPEN-REJ-COUNT
                " / " WS-OPEN-REJ-AMOUNT
            DISPLAY "   PRIOR-PERIOD ADJUSTMENTS BOOKED INTO "
                WS-PERIOD ":"
            PERFORM VARYING WS-ADJ-IX FROM 1 BY 1
                UNTIL WS-ADJ-IX > 4
                EVALUATE WS-ADJ-IX
                    WHEN 1
                        MOVE "DECISIONS AND REVERSALS" TO WS-ADJ-LABEL
                    WHEN 2
                        MOVE "SUPERVISOR DISPOSITIONS" TO WS-ADJ-LABEL
                    WHEN 3
                        MOVE "PICKUP VARIANCES" TO WS-ADJ-LABEL
                    WHEN OTHER
                        MOVE "RETRANSMISSIONS" TO WS-ADJ-LABEL
                END-EVALUATE
                DISPLAY "     " WS-ADJ-LABEL ": "
                    WS-ADJ-COUNT(WS-ADJ-IX) " / "
                    WS-ADJ-AMOUNT(WS-ADJ-IX)
            END-PERFORM
            DISPLAY "   (LISTED ITEM BY ITEM ON ABC150_PL'S LATE-ITEMS"
                " REPORT)"
            DISPLAY "==============================================".
