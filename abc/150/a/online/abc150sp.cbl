        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_SP.

      *> ABC150_SP - store position inquiry.
      *> A regional manager keys a store ID and gets the store's
      *> whole position on one screen, instead of phoning ops to
      *> piece it together from four reports: the store's name,
      *> region and status from the store master; last night's
      *> decisions counted the way ABC150_S settles them; each
      *> home coin position against its pickup threshold the
      *> way ABC150_V flags it; and the store's open referrals,
      *> unworked rejects, GL suspense and GL rejects aged the
      *> way ABC150_Q ages them. Any transaction can then be
      *> drilled into through the ABC150XL lifecycle view that
      *> ABC150_X shows. Every file is opened and read afresh for
      *> each store asked about, so the answer is as current as
      *> the datasets themselves; a file the session could not
      *> open just leaves its section out with a note. COINAUD
      *> is last night's merged audit and COINCTL the national
      *> run-control record, which says which night that is and
      *> whether it finished. Foreign coin is not shown - its
      *> positions are kept and collected apart, and no pickup
      *> threshold applies to them.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-STORE-FILE ASSIGN TO COINSTOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-STORE-FS.
            SELECT RUNCTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-FS.
            SELECT COIN-AUDIT-FILE ASSIGN TO COINAUD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-AUDIT-FS.
            SELECT INV-FILE ASSIGN TO COININV
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INV-FS.
            SELECT INVLIM-FILE ASSIGN TO COININVL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-INVLIM-FS.
            SELECT COIN-PEND-FILE ASSIGN TO COINPND
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-PEND-FS.
            SELECT COIN-REJ-FILE ASSIGN TO COINREJ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-REJ-FS.
            SELECT SUSP-FILE ASSIGN TO COINSUS
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SUSP-FS.
            SELECT GLREJ-FILE ASSIGN TO COINGRJ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GLREJ-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-STORE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-STORE".

        FD RUNCTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

        FD COIN-AUDIT-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-AUDIT".

        FD INV-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-INV".

        FD INVLIM-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-INVLIM".

        FD COIN-PEND-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-PEND".

        FD COIN-REJ-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-REJ".

        FD SUSP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GLSUS".

        FD GLREJ-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GLREJ".

        WORKING-STORAGE SECTION.
        01 WS-COIN-STORE-FS PIC XX.
        01 WS-RUNCTL-FS PIC XX.
        01 WS-COIN-AUDIT-FS PIC XX.
        01 WS-INV-FS PIC XX.
        01 WS-INVLIM-FS PIC XX.
        01 WS-COIN-PEND-FS PIC XX.
        01 WS-COIN-REJ-FS PIC XX.
        01 WS-SUSP-FS PIC XX.
        01 WS-GLREJ-FS PIC XX.
        01 WS-EOF-SW PIC X VALUE "N".
            88 WS-EOF VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-MORE-SW PIC X VALUE "Y".
            88 WS-MORE VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-DRILL-SW PIC X VALUE "Y".
            88 WS-DRILL VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-RSRCH-OPEN-SW PIC X VALUE "N".
            88 WS-RSRCH-OPEN VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-STORE-FOUND-SW PIC X VALUE "N".
            88 WS-STORE-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-INQUIRY-STORE-ID PIC X(6).
        01 WS-DRILL-TXN-ID PIC X(10).
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-ITEM-DATE PIC 9(8).
        01 WS-ITEM-AGE PIC S9(5).
        01 WS-AGE-OUT PIC ZZZZ9.
      *> The reject record carries the original extract record
      *> whole; reading it back through the transaction layout
      *> gives the date the reject has been open since, as
      *> ABC150_Q ages it.
            COPY "CPY-COIN-TXN".
      *> Last night's decisions for the store, split the way
      *> ABC150_S settles them: rule Yes (paid out), No, REF
      *> (held for a supervisor), supervisor approvals and
      *> declines of earlier referrals, and reversals.
        01 WS-NIGHT-TOTALS.
            05 WS-NT-YES-COUNT PIC 9(9).
            05 WS-NT-YES-AMOUNT PIC 9(17).
            05 WS-NT-NO-COUNT PIC 9(9).
            05 WS-NT-NO-AMOUNT PIC 9(17).
            05 WS-NT-REF-COUNT PIC 9(9).
            05 WS-NT-REF-AMOUNT PIC 9(17).
            05 WS-NT-APPR-COUNT PIC 9(9).
            05 WS-NT-APPR-AMOUNT PIC 9(17).
            05 WS-NT-DECL-COUNT PIC 9(9).
            05 WS-NT-DECL-AMOUNT PIC 9(17).
            05 WS-NT-REV-COUNT PIC 9(9).
            05 WS-NT-REV-AMOUNT PIC 9(17).
        01 WS-LIMIT-TABLE.
            05 WS-LIMIT-ENTRY OCCURS 50 TIMES.
                10 WS-LIM-DENOM-CD PIC X(3).
                10 WS-LIM-COUNT PIC 9(15).
        01 WS-LIMIT-COUNT PIC 9(4) VALUE 0.
        01 WS-LIMIT-IX PIC 9(4).
        01 WS-LIMIT-FOUND-SW PIC X VALUE "N".
            88 WS-LIMIT-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-THRESHOLD PIC 9(15).
        01 WS-POS-COUNT PIC 9(9).
        01 WS-OVER-COUNT PIC 9(9).
        01 WS-PEND-COUNT PIC 9(9).
        01 WS-REJ-COUNT PIC 9(9).
        01 WS-SUSP-COUNT PIC 9(9).
        01 WS-GLREJ-COUNT PIC 9(9).
        01 WS-REPORT-LINE PIC X(90).
            COPY "CPY-COIN-CAL-IF".
      *> ABC150XL CALL interface - shared with ABC150_X.
            COPY "CPY-COIN-XL-IF".

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "ABC150_SP - STORE POSITION INQUIRY"
            SET LX-FN-OPEN TO TRUE
            PERFORM CALL-LIFECYCLE-VIEW
            IF LX-RSRCH-FS = "00"
                SET WS-RSRCH-OPEN TO TRUE
            ELSE
                DISPLAY "NOTE: NO RESEARCH ARCHIVE, STATUS="
                    LX-RSRCH-FS ", NO LIFECYCLE DRILL-DOWN"
            END-IF
            PERFORM UNTIL NOT WS-MORE
                DISPLAY "ENTER STORE ID (BLANK TO QUIT):"
                ACCEPT WS-INQUIRY-STORE-ID
                IF WS-INQUIRY-STORE-ID = SPACES
                    SET WS-MORE TO FALSE
                ELSE
                    PERFORM INQUIRE-ONE-STORE
                END-IF
            END-PERFORM
            IF WS-RSRCH-OPEN
                SET LX-FN-CLOSE TO TRUE
                PERFORM CALL-LIFECYCLE-VIEW
            END-IF
            STOP RUN.

        INQUIRE-ONE-STORE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:8) TO WS-TODAY
            DISPLAY "=============================================="
            PERFORM SHOW-STORE-MASTER
            IF WS-STORE-FOUND
                PERFORM SHOW-NIGHT-FIGURES
                PERFORM SHOW-COIN-POSITION
                PERFORM SHOW-OPEN-REFERRALS
                PERFORM SHOW-OPEN-REJECTS
                PERFORM SHOW-GL-SUSPENSE
                PERFORM SHOW-GL-REJECTS
                DISPLAY "------------------------------------------"
                    "----"
                DISPLAY "OPEN ITEMS . . . : " WS-PEND-COUNT
                    " REFERRALS " WS-REJ-COUNT " REJECTS"
                DISPLAY "                   " WS-SUSP-COUNT
                    " GL SUSPENSE " WS-GLREJ-COUNT " GL REJECTS"
                DISPLAY "AGES ARE IN BUSINESS DAYS AS OF " WS-TODAY
                IF WS-RSRCH-OPEN
                    PERFORM DRILL-DOWN
                END-IF
            END-IF.

      *> A store that is not on the master is most likely
      *> mis-keyed, so nothing further is shown for it. Without a
      *> master at all the rest of the position is still shown.
        SHOW-STORE-MASTER.
            SET WS-STORE-FOUND TO FALSE
            OPEN INPUT COIN-STORE-FILE
            IF WS-COIN-STORE-FS NOT = "00"
                DISPLAY "NOTE: NO STORE MASTER, STATUS="
                    WS-COIN-STORE-FS ", STORE DETAILS NOT SHOWN"
                DISPLAY "STORE  . . . . . : " WS-INQUIRY-STORE-ID
                SET WS-STORE-FOUND TO TRUE
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF OR WS-STORE-FOUND
                    READ COIN-STORE-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF SM-STORE-ID = WS-INQUIRY-STORE-ID
                                SET WS-STORE-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-STORE-FILE
                IF WS-STORE-FOUND
                    DISPLAY "STORE  . . . . . : " SM-STORE-ID " "
                        SM-STORE-NAME
                    DISPLAY "REGION . . . . . : " SM-REGION
                    IF SM-CLOSED
                        DISPLAY "STATUS . . . . . : CLOSED, LAST "
                            "TRADED " SM-CLOSE-DATE
                    ELSE
                        DISPLAY "STATUS . . . . . : OPEN SINCE "
                            SM-OPEN-DATE
                    END-IF
                ELSE
                    DISPLAY "STORE " WS-INQUIRY-STORE-ID
                        " IS NOT ON THE STORE MASTER"
                END-IF
            END-IF.

      *> The national run-control record names the night COINAUD
      *> holds; until ABC150_Z has marked it COMPLETE the regions
      *> may not all be merged in, so the figures are flagged.
        SHOW-NIGHT-FIGURES.
            DISPLAY "------------------------------------------"
                "----"
            DISPLAY "LAST NIGHT'S DECISIONS"
            OPEN INPUT RUNCTL-FILE
            IF WS-RUNCTL-FS NOT = "00"
                DISPLAY "NOTE: NO RUN CONTROL, STATUS="
                    WS-RUNCTL-FS ", BUSINESS DATE NOT SHOWN"
            ELSE
                READ RUNCTL-FILE
                    AT END
                        DISPLAY "NOTE: RUN CONTROL IS EMPTY, "
                            "BUSINESS DATE NOT SHOWN"
                    NOT AT END
                        DISPLAY "BUSINESS DATE  . : " CU-BUS-DATE
                            " RUN " CU-RUN-STATUS
                        IF NOT CU-COMPLETE
                            DISPLAY "NOTE: THE NIGHT IS NOT "
                                "COMPLETE, FIGURES MAY BE PARTIAL"
                        END-IF
                END-READ
                CLOSE RUNCTL-FILE
            END-IF
            OPEN INPUT COIN-AUDIT-FILE
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "NOTE: NO AUDIT FILE, STATUS="
                    WS-COIN-AUDIT-FS ", DECISIONS NOT SHOWN"
            ELSE
                INITIALIZE WS-NIGHT-TOTALS
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ COIN-AUDIT-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF CA-STORE-ID = WS-INQUIRY-STORE-ID
                                PERFORM ACCUMULATE-DECISION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-AUDIT-FILE
                DISPLAY "RULE YES . . . . : " WS-NT-YES-COUNT
                    " / " WS-NT-YES-AMOUNT " PAID OUT"
                DISPLAY "RULE NO  . . . . : " WS-NT-NO-COUNT
                    " / " WS-NT-NO-AMOUNT " REQUESTED"
                DISPLAY "REFERRED (REF) . : " WS-NT-REF-COUNT
                    " / " WS-NT-REF-AMOUNT " REQUESTED"
                DISPLAY "SUPV APPROVED  . : " WS-NT-APPR-COUNT
                    " / " WS-NT-APPR-AMOUNT " PAID OUT"
                DISPLAY "SUPV DECLINED  . : " WS-NT-DECL-COUNT
                    " / " WS-NT-DECL-AMOUNT " REQUESTED"
                DISPLAY "REVERSALS  . . . : " WS-NT-REV-COUNT
                    " / " WS-NT-REV-AMOUNT " BACKED OUT"
            END-IF.

        ACCUMULATE-DECISION.
            EVALUATE TRUE
                WHEN CA-OPERATOR-ID NOT = SPACES
                    IF CA-RESULT = "Yes"
                        ADD 1 TO WS-NT-APPR-COUNT
                        ADD CA-REQ-AMOUNT TO WS-NT-APPR-AMOUNT
                    ELSE
                        ADD 1 TO WS-NT-DECL-COUNT
                        ADD CA-REQ-AMOUNT TO WS-NT-DECL-AMOUNT
                    END-IF
                WHEN CA-RESULT = "REV"
                    ADD 1 TO WS-NT-REV-COUNT
                    ADD CA-REQ-AMOUNT TO WS-NT-REV-AMOUNT
                WHEN CA-RESULT = "REF"
                    ADD 1 TO WS-NT-REF-COUNT
                    ADD CA-REQ-AMOUNT TO WS-NT-REF-AMOUNT
                WHEN CA-RESULT = "Yes"
                    ADD 1 TO WS-NT-YES-COUNT
                    ADD CA-REQ-AMOUNT TO WS-NT-YES-AMOUNT
                WHEN OTHER
                    ADD 1 TO WS-NT-NO-COUNT
                    ADD CA-REQ-AMOUNT TO WS-NT-NO-AMOUNT
            END-EVALUATE.

      *> The positions are as ABC150_V last rolled them forward.
      *> Without the thresholds file the counts are still shown,
      *> just with no pickup flag, as for a denomination with no
      *> threshold row.
        SHOW-COIN-POSITION.
            DISPLAY "------------------------------------------"
                "----"
            DISPLAY "COIN POSITION"
            MOVE 0 TO WS-POS-COUNT
            MOVE 0 TO WS-OVER-COUNT
            PERFORM LOAD-INV-LIMITS
            OPEN INPUT INV-FILE
            IF WS-INV-FS NOT = "00"
                DISPLAY "NOTE: NO INVENTORY FILE, STATUS="
                    WS-INV-FS ", COIN POSITION NOT SHOWN"
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ INV-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF CI-STORE-ID = WS-INQUIRY-STORE-ID
                                AND CI-CURRENCY-CD = SPACES
                                PERFORM SHOW-ONE-POSITION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INV-FILE
                DISPLAY "POSITIONS  . . . : " WS-POS-COUNT
                    " OVER THRESHOLD " WS-OVER-COUNT
            END-IF.

        LOAD-INV-LIMITS.
            MOVE 0 TO WS-LIMIT-COUNT
            OPEN INPUT INVLIM-FILE
            IF WS-INVLIM-FS NOT = "00"
                DISPLAY "NOTE: NO PICKUP THRESHOLDS, STATUS="
                    WS-INVLIM-FS ", NO POSITION IS FLAGGED"
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ INVLIM-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-LIMIT-COUNT < 50
                                ADD 1 TO WS-LIMIT-COUNT
                                MOVE IL-DENOM-CD TO
                                    WS-LIM-DENOM-CD(WS-LIMIT-COUNT)
                                MOVE IL-COUNT-LIMIT TO
                                    WS-LIM-COUNT(WS-LIMIT-COUNT)
                            ELSE
                                DISPLAY "ERROR: MORE THAN 50 "
                                    "THRESHOLD ROWS, IGNORING ROW "
                                    "FOR DENOM " IL-DENOM-CD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVLIM-FILE
            END-IF.

        SHOW-ONE-POSITION.
            ADD 1 TO WS-POS-COUNT
            PERFORM LOOKUP-THRESHOLD
            IF WS-LIMIT-FOUND
                IF CI-COIN-COUNT > WS-THRESHOLD
                    ADD 1 TO WS-OVER-COUNT
                    DISPLAY "  DENOM " CI-DENOM-CD " HOLDING "
                        CI-COIN-COUNT " THRESHOLD " WS-THRESHOLD
                    DISPLAY "             OVER - SCHEDULE A PICKUP"
                ELSE
                    DISPLAY "  DENOM " CI-DENOM-CD " HOLDING "
                        CI-COIN-COUNT " THRESHOLD " WS-THRESHOLD
                END-IF
            ELSE
                DISPLAY "  DENOM " CI-DENOM-CD " HOLDING "
                    CI-COIN-COUNT " NO THRESHOLD"
            END-IF.

      *> The denomination's own row first, then the blank-code
      *> default - the same precedence as ABC150_V.
        LOOKUP-THRESHOLD.
            SET WS-LIMIT-FOUND TO FALSE
            MOVE 0 TO WS-THRESHOLD
            PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
                UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                    OR WS-LIMIT-FOUND
                IF WS-LIM-DENOM-CD(WS-LIMIT-IX) = CI-DENOM-CD
                    MOVE WS-LIM-COUNT(WS-LIMIT-IX) TO WS-THRESHOLD
                    SET WS-LIMIT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-LIMIT-FOUND
                PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
                    UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                        OR WS-LIMIT-FOUND
                    IF WS-LIM-DENOM-CD(WS-LIMIT-IX) = SPACES
                        MOVE WS-LIM-COUNT(WS-LIMIT-IX)
                            TO WS-THRESHOLD
                        SET WS-LIMIT-FOUND TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

      *> Business days after the item's date up to today, as
      *> ABC150_Q ages it. An item dated today or in the future
      *> is age 0; a date the keying left unusable shows as 99
      *> rather than hiding the item.
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
            END-IF
            MOVE WS-ITEM-AGE TO WS-AGE-OUT.

        SHOW-OPEN-REFERRALS.
            DISPLAY "------------------------------------------"
                "----"
            DISPLAY "REFERRALS AWAITING A SUPERVISOR"
            MOVE 0 TO WS-PEND-COUNT
            OPEN INPUT COIN-PEND-FILE
            IF WS-COIN-PEND-FS NOT = "00"
                DISPLAY "NOTE: NO PENDING QUEUE, STATUS="
                    WS-COIN-PEND-FS
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ COIN-PEND-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF CP-STORE-ID = WS-INQUIRY-STORE-ID
                                ADD 1 TO WS-PEND-COUNT
                                MOVE CP-TXN-DATE TO WS-ITEM-DATE
                                PERFORM AGE-FROM-ITEM-DATE
                                DISPLAY "  TXN " CP-TXN-ID " DATED "
                                    CP-TXN-DATE " AMT "
                                    CP-REQ-AMOUNT " AGE " WS-AGE-OUT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-PEND-FILE
            END-IF.

        SHOW-OPEN-REJECTS.
            DISPLAY "------------------------------------------"
                "----"
            DISPLAY "REJECTS UNWORKED IN REVIEW"
            MOVE 0 TO WS-REJ-COUNT
            OPEN INPUT COIN-REJ-FILE
            IF WS-COIN-REJ-FS NOT = "00"
                DISPLAY "NOTE: NO REJECT REVIEW DATA, STATUS="
                    WS-COIN-REJ-FS
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ COIN-REJ-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF CJ-STORE-ID = WS-INQUIRY-STORE-ID
                                PERFORM SHOW-ONE-REJECT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COIN-REJ-FILE
            END-IF.

        SHOW-ONE-REJECT.
            ADD 1 TO WS-REJ-COUNT
            MOVE CJ-RAW-RECORD TO CPY-COIN-TXN-REC
            MOVE CT-TXN-DATE TO WS-ITEM-DATE
            PERFORM AGE-FROM-ITEM-DATE
            DISPLAY "  TXN " CJ-TXN-ID " DATED " CT-TXN-DATE " AMT "
                CT-REQ-AMOUNT " AGE " WS-AGE-OUT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "    REASON " DELIMITED BY SIZE
                CJ-REASON-CD DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CJ-REASON-TEXT DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

      *> Suspense and GL rejects count their own nights open -
      *> shown directly, as ABC150_Q does.
        SHOW-GL-SUSPENSE.
            DISPLAY "------------------------------------------"
                "----"
            DISPLAY "GL SUSPENSE (UNACKNOWLEDGED ENTRIES)"
            MOVE 0 TO WS-SUSP-COUNT
            OPEN INPUT SUSP-FILE
            IF WS-SUSP-FS NOT = "00"
                DISPLAY "NOTE: NO GL SUSPENSE FILE, STATUS="
                    WS-SUSP-FS
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ SUSP-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF CS-STORE-ID = WS-INQUIRY-STORE-ID
                                ADD 1 TO WS-SUSP-COUNT
                                MOVE CS-NIGHTS-OPEN TO WS-AGE-OUT
                                DISPLAY "  TXN " CS-TXN-ID " TYPE "
                                    CS-ENTRY-TYPE " AMT " CS-AMOUNT
                                    " AGE " WS-AGE-OUT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSP-FILE
            END-IF.

        SHOW-GL-REJECTS.
            DISPLAY "------------------------------------------"
                "----"
            DISPLAY "GL REJECTS (AWAITING REPAIR IN ABC150N)"
            MOVE 0 TO WS-GLREJ-COUNT
            OPEN INPUT GLREJ-FILE
            IF WS-GLREJ-FS NOT = "00"
                DISPLAY "NOTE: NO GL REJECTS FILE, STATUS="
                    WS-GLREJ-FS
            ELSE
                SET WS-EOF TO FALSE
                PERFORM UNTIL WS-EOF
                    READ GLREJ-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF GR-STORE-ID = WS-INQUIRY-STORE-ID
                                ADD 1 TO WS-GLREJ-COUNT
                                MOVE GR-NIGHTS-OPEN TO WS-AGE-OUT
                                DISPLAY "  TXN " GR-TXN-ID " TYPE "
                                    GR-ENTRY-TYPE " AMT " GR-AMOUNT
                                    " AGE " WS-AGE-OUT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GLREJ-FILE
            END-IF.

      *> Any transaction can be looked up, not only those listed
      *> above - a manager chasing a customer's complaint often
      *> has the ID from the receipt.
        DRILL-DOWN.
            SET WS-DRILL TO TRUE
            PERFORM UNTIL NOT WS-DRILL
                DISPLAY "ENTER TRANSACTION ID FOR ITS LIFECYCLE "
                    "(BLANK FOR ANOTHER STORE):"
                ACCEPT WS-DRILL-TXN-ID
                IF WS-DRILL-TXN-ID = SPACES
                    SET WS-DRILL TO FALSE
                ELSE
                    SET LX-FN-SHOW TO TRUE
                    MOVE WS-DRILL-TXN-ID TO LX-TXN-ID
                    PERFORM CALL-LIFECYCLE-VIEW
                END-IF
            END-PERFORM.

        CALL-LIFECYCLE-VIEW.
            CALL "ABC150XL" USING LX-FUNCTION LX-TXN-ID LX-RSRCH-FS
                LX-FOUND-SW
            END-CALL.
