        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_F.

      *> ABC150_F - coin-counting fee schedule maintenance.
      *> The supported way to add, change or expire a counting fee
      *> row in PROD.COIN.FEE.SCHEDULE, on the same terms as the
      *> ABC150_T rate maintenance: every action needs a second
      *> operator's approval before it takes - the approver's ID
      *> must differ from the keyer's - and every approved action
      *> is appended to the fee change-audit file with before and
      *> after images. A blank store ID keys the chain-wide
      *> default for the denomination; a store row overrides it.
      *> Because fee rows carry effective dates, a fee change is
      *> normally keyed as: expire the current row on the eve of
      *> the change, add the new row from the change date. The
      *> updated schedule is written to a new dataset and promoted
      *> into place by jcl/abc150f.jcl, so an abandoned session
      *> cannot leave the live schedule half-written.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-FEE-FILE ASSIGN TO COINFEE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-FEE-FS.
            SELECT COIN-FEE-OUT-FILE ASSIGN TO COINFEO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-FEE-OUT-FS.
            SELECT COIN-FEAUD-FILE ASSIGN TO COINFEA
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-FEAUD-FS.
            SELECT COIN-OPER-FILE ASSIGN TO COINOPR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-OPER-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-FEE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-FEE".

        FD COIN-FEE-OUT-FILE
            RECORDING MODE IS F.
        01  COIN-FEE-OUT-REC        PIC X(40).

        FD COIN-FEAUD-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-FEAUD".

        FD COIN-OPER-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-OPER".

        WORKING-STORAGE SECTION.
        01 WS-COIN-FEE-FS PIC XX.
        01 WS-COIN-FEE-OUT-FS PIC XX.
        01 WS-COIN-FEAUD-FS PIC XX.
        01 WS-FEE-EOF-SW PIC X VALUE "N".
            88 WS-FEE-EOF VALUE "Y".
        01 WS-FEE-TABLE.
            05 WS-FEE-ENTRY OCCURS 500 TIMES.
                10 WS-FEE-STORE-ID PIC X(6).
                10 WS-FEE-DENOM-CD PIC X(3).
                10 WS-FEE-TYPE PIC X(1).
                10 WS-FEE-RATE PIC 9(5)V9(4).
                10 WS-FEE-EFF-FROM PIC 9(8).
                10 WS-FEE-EFF-TO PIC 9(8).
                10 FILLER PIC X(5).
        01 WS-FEE-COUNT PIC 9(4) VALUE 0.
        01 WS-FEE-IX PIC 9(4).
        01 WS-ROW-NUM PIC 9(4).
        01 WS-WORK-ROW.
            05 WS-WK-STORE-ID PIC X(6).
            05 WS-WK-DENOM-CD PIC X(3).
            05 WS-WK-FEE-TYPE PIC X(1).
            05 WS-WK-FEE-RATE PIC 9(5)V9(4).
            05 WS-WK-EFF-FROM PIC 9(8).
            05 WS-WK-EFF-TO PIC 9(8).
            05 FILLER PIC X(5).
        01 WS-OLD-ROW.
            05 WS-OLD-FEE-TYPE PIC X(1).
            05 WS-OLD-FEE-RATE PIC 9(5)V9(4).
            05 WS-OLD-EFF-FROM PIC 9(8).
            05 WS-OLD-EFF-TO PIC 9(8).
        01 WS-RATE-DISPLAY PIC Z(4)9.9999.
        01 WS-MODE PIC X VALUE SPACE.
        01 WS-ENTRY-BUFFER PIC X(15).
        01 WS-KEYED-BY PIC X(8).
        01 WS-APPROVED-BY PIC X(8).
        01 WS-APPROVED-SW PIC X.
            88 WS-APPROVED VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-TYPE-OK-SW PIC X.
            88 WS-TYPE-OK VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CHANGES-MADE PIC 9(4) VALUE 0.
        01 WS-MORE-SW PIC X VALUE "Y".
            88 WS-MORE VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-COIN-OPER-FS PIC XX.
        01 WS-OPER-EOF-SW PIC X VALUE "N".
            88 WS-OPER-EOF VALUE "Y".
        01 WS-OPER-TABLE.
            05 WS-OPER-ENTRY OCCURS 200 TIMES.
                10 WS-OP-OPER-ID PIC X(8).
                10 WS-OP-ACTIVE PIC X(1).
        01 WS-OPER-COUNT PIC 9(4) VALUE 0.
        01 WS-OPER-IX PIC 9(4).
        01 WS-CHECK-OPER-ID PIC X(8).
        01 WS-CHECK-OK-SW PIC X.
            88 WS-CHECK-OK VALUE "Y" WHEN SET TO FALSE IS "N".

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "ABC150_F - COUNTING FEE SCHEDULE MAINTENANCE"
            PERFORM LOAD-OPER-TABLE
      *> A schedule not yet cataloged is the first session at a
      *> site: start from an empty table and let the promote job
      *> put the first schedule in place.
            OPEN INPUT COIN-FEE-FILE
            IF WS-COIN-FEE-FS = "00"
                PERFORM LOAD-FEE-TABLE
                CLOSE COIN-FEE-FILE
            ELSE
                DISPLAY "NOTE: NO FEE SCHEDULE, STATUS="
                    WS-COIN-FEE-FS ", STARTING AN EMPTY SCHEDULE"
            END-IF

            OPEN EXTEND COIN-FEAUD-FILE
            IF WS-COIN-FEAUD-FS = "35"
                OPEN OUTPUT COIN-FEAUD-FILE
            END-IF
            IF WS-COIN-FEAUD-FS NOT = "00"
                DISPLAY "ERROR OPENING COIN-FEAUD-FILE, STATUS="
                    WS-COIN-FEAUD-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL NOT WS-MORE
                DISPLAY "L=LIST  A=ADD  C=CHANGE  E=EXPIRE  Q=QUIT"
                ACCEPT WS-MODE
                EVALUATE WS-MODE
                    WHEN "L"
                        PERFORM LIST-FEE-TABLE
                    WHEN "A"
                        PERFORM ADD-FEE-ROW
                    WHEN "C"
                        PERFORM CHANGE-FEE-ROW
                    WHEN "E"
                        PERFORM EXPIRE-FEE-ROW
                    WHEN "Q"
                        SET WS-MORE TO FALSE
                    WHEN OTHER
                        DISPLAY "INVALID MODE, TRY AGAIN"
                END-EVALUATE
            END-PERFORM

            CLOSE COIN-FEAUD-FILE
            IF WS-CHANGES-MADE > 0
                PERFORM WRITE-FEE-TABLE-OUT
                DISPLAY "CHANGES KEYED . . : " WS-CHANGES-MADE
                DISPLAY "RUN THE ABC150F PROMOTE JOB TO PUT THE "
                    "NEW SCHEDULE IN FORCE"
            ELSE
                DISPLAY "NO CHANGES KEYED, FEE SCHEDULE UNTOUCHED"
            END-IF
            STOP RUN.

        LOAD-FEE-TABLE.
            PERFORM UNTIL WS-FEE-EOF
                READ COIN-FEE-FILE
                    AT END
                        SET WS-FEE-EOF TO TRUE
                    NOT AT END
                        IF WS-FEE-COUNT < 500
                            ADD 1 TO WS-FEE-COUNT
                            MOVE CPY-COIN-FEE-REC
                                TO WS-FEE-ENTRY(WS-FEE-COUNT)
                        ELSE
                            DISPLAY "ERROR: COIN-FEE-FILE HAS MORE "
                                "THAN 500 ROWS, IGNORING EXTRA ROW "
                                "FOR " CF-STORE-ID " " CF-DENOM-CD
                        END-IF
                END-READ
            END-PERFORM.

        LIST-FEE-TABLE.
            DISPLAY "ROW  STORE  DENOM TYPE RATE       EFF-FROM "
                "EFF-TO"
            PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                UNTIL WS-FEE-IX > WS-FEE-COUNT
                MOVE WS-FEE-RATE(WS-FEE-IX) TO WS-RATE-DISPLAY
                DISPLAY WS-FEE-IX " " WS-FEE-STORE-ID(WS-FEE-IX)
                    " " WS-FEE-DENOM-CD(WS-FEE-IX)
                    "   " WS-FEE-TYPE(WS-FEE-IX)
                    "    " WS-RATE-DISPLAY
                    " " WS-FEE-EFF-FROM(WS-FEE-IX)
                    " " WS-FEE-EFF-TO(WS-FEE-IX)
            END-PERFORM.

        ADD-FEE-ROW.
            IF WS-FEE-COUNT >= 500
                DISPLAY "FEE SCHEDULE FULL (500 ROWS), CANNOT ADD"
            ELSE
                MOVE SPACES TO WS-WORK-ROW
                DISPLAY "ENTER STORE ID (BLANK = ALL STORES):"
                ACCEPT WS-WK-STORE-ID
                DISPLAY "ENTER DENOMINATION CODE:"
                ACCEPT WS-WK-DENOM-CD
                PERFORM ACCEPT-FEE-TERMS
                IF WS-TYPE-OK
                    DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD):"
                    ACCEPT WS-ENTRY-BUFFER
                    MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                        TO WS-WK-EFF-FROM
                    DISPLAY "ENTER EFFECTIVE-TO DATE (YYYYMMDD, "
                        "99991231 = OPEN-ENDED):"
                    ACCEPT WS-ENTRY-BUFFER
                    MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                        TO WS-WK-EFF-TO
                    PERFORM OBTAIN-APPROVAL
                END-IF
                IF WS-TYPE-OK AND WS-APPROVED
                    ADD 1 TO WS-FEE-COUNT
                    MOVE WS-WORK-ROW TO WS-FEE-ENTRY(WS-FEE-COUNT)
                    MOVE SPACE TO WS-OLD-FEE-TYPE
                    MOVE 0 TO WS-OLD-FEE-RATE
                    MOVE 0 TO WS-OLD-EFF-FROM
                    MOVE 0 TO WS-OLD-EFF-TO
                    MOVE "A" TO CE-ACTION
                    PERFORM WRITE-CHANGE-AUDIT
                    ADD 1 TO WS-CHANGES-MADE
                    DISPLAY "ROW ADDED"
                END-IF
            END-IF.

        CHANGE-FEE-ROW.
            PERFORM SELECT-FEE-ROW
            IF WS-ROW-NUM > 0
                MOVE WS-FEE-ENTRY(WS-ROW-NUM) TO WS-WORK-ROW
                PERFORM ACCEPT-FEE-TERMS
                IF WS-TYPE-OK
                    DISPLAY "ENTER NEW EFFECTIVE-FROM DATE "
                        "(YYYYMMDD):"
                    ACCEPT WS-ENTRY-BUFFER
                    MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                        TO WS-WK-EFF-FROM
                    DISPLAY "ENTER NEW EFFECTIVE-TO DATE (YYYYMMDD):"
                    ACCEPT WS-ENTRY-BUFFER
                    MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                        TO WS-WK-EFF-TO
                    PERFORM OBTAIN-APPROVAL
                END-IF
                IF WS-TYPE-OK AND WS-APPROVED
                    PERFORM SAVE-OLD-ROW-IMAGE
                    MOVE WS-WORK-ROW TO WS-FEE-ENTRY(WS-ROW-NUM)
                    MOVE "C" TO CE-ACTION
                    PERFORM WRITE-CHANGE-AUDIT
                    ADD 1 TO WS-CHANGES-MADE
                    DISPLAY "ROW CHANGED"
                END-IF
            END-IF.

        EXPIRE-FEE-ROW.
            PERFORM SELECT-FEE-ROW
            IF WS-ROW-NUM > 0
                MOVE WS-FEE-ENTRY(WS-ROW-NUM) TO WS-WORK-ROW
                DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, LAST DAY THE "
                    "ROW IS IN FORCE):"
                ACCEPT WS-ENTRY-BUFFER
                MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                    TO WS-WK-EFF-TO
                PERFORM OBTAIN-APPROVAL
                IF WS-APPROVED
                    PERFORM SAVE-OLD-ROW-IMAGE
                    MOVE WS-WORK-ROW TO WS-FEE-ENTRY(WS-ROW-NUM)
                    MOVE "E" TO CE-ACTION
                    PERFORM WRITE-CHANGE-AUDIT
                    ADD 1 TO WS-CHANGES-MADE
                    DISPLAY "ROW EXPIRED"
                END-IF
            END-IF.

      *> A fee is either a flat amount per coin or a percentage of
      *> the counted value - anything else would leave ABC150R
      *> guessing, so it refuses the action here.
        ACCEPT-FEE-TERMS.
            SET WS-TYPE-OK TO TRUE
            DISPLAY "ENTER FEE TYPE (C=PER COIN, P=PERCENT OF "
                "VALUE):"
            ACCEPT WS-WK-FEE-TYPE
            IF WS-WK-FEE-TYPE NOT = "C" AND WS-WK-FEE-TYPE NOT = "P"
                DISPLAY "FEE TYPE MUST BE C OR P, ACTION REFUSED"
                SET WS-TYPE-OK TO FALSE
            ELSE
                IF WS-WK-FEE-TYPE = "C"
                    DISPLAY "ENTER FEE PER COIN (YEN, E.G. 0.25):"
                ELSE
                    DISPLAY "ENTER FEE PERCENTAGE (E.G. 8.9):"
                END-IF
                ACCEPT WS-ENTRY-BUFFER
                MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER)
                    TO WS-WK-FEE-RATE
            END-IF.

        SELECT-FEE-ROW.
            PERFORM LIST-FEE-TABLE
            DISPLAY "ENTER ROW NUMBER:"
            ACCEPT WS-ENTRY-BUFFER
            MOVE FUNCTION NUMVAL(WS-ENTRY-BUFFER) TO WS-ROW-NUM
            IF WS-ROW-NUM = 0 OR WS-ROW-NUM > WS-FEE-COUNT
                DISPLAY "INVALID ROW NUMBER"
                MOVE 0 TO WS-ROW-NUM
            END-IF.

      *> Without the operator master nothing verifies who is
      *> changing the fee every non-member is charged, so a
      *> master that cannot be read refuses the session - run
      *> ABC150_O to build it.
        LOAD-OPER-TABLE.
            OPEN INPUT COIN-OPER-FILE
            IF WS-COIN-OPER-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-OPER-FILE, "
                    "STATUS=" WS-COIN-OPER-FS
                    " - RUN ABC150O TO BUILD THE OPERATOR MASTER"
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

      *> Two-person rule, as in ABC150_T: the action only takes
      *> when a second active operator keys their own ID to
      *> approve it.
        OBTAIN-APPROVAL.
            SET WS-APPROVED TO FALSE
            DISPLAY "ENTER YOUR OPERATOR ID (KEYER):"
            ACCEPT WS-KEYED-BY
            DISPLAY "ENTER APPROVING OPERATOR ID:"
            ACCEPT WS-APPROVED-BY
            EVALUATE TRUE
                WHEN WS-KEYED-BY = SPACES OR WS-APPROVED-BY = SPACES
                    DISPLAY "BOTH OPERATOR IDS ARE REQUIRED, "
                        "ACTION REFUSED"
                WHEN WS-KEYED-BY = WS-APPROVED-BY
                    DISPLAY "APPROVER MUST DIFFER FROM KEYER, "
                        "ACTION REFUSED"
                WHEN OTHER
                    SET WS-APPROVED TO TRUE
            END-EVALUATE
            IF WS-APPROVED
                MOVE WS-KEYED-BY TO WS-CHECK-OPER-ID
                PERFORM CHECK-OPERATOR-ACTIVE
                IF NOT WS-CHECK-OK
                    SET WS-APPROVED TO FALSE
                END-IF
            END-IF
            IF WS-APPROVED
                MOVE WS-APPROVED-BY TO WS-CHECK-OPER-ID
                PERFORM CHECK-OPERATOR-ACTIVE
                IF NOT WS-CHECK-OK
                    SET WS-APPROVED TO FALSE
                END-IF
            END-IF.

        CHECK-OPERATOR-ACTIVE.
            SET WS-CHECK-OK TO FALSE
            PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                UNTIL WS-OPER-IX > WS-OPER-COUNT
                    OR WS-CHECK-OK
                IF WS-OP-OPER-ID(WS-OPER-IX) = WS-CHECK-OPER-ID
                    AND WS-OP-ACTIVE(WS-OPER-IX) = "A"
                    SET WS-CHECK-OK TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-CHECK-OK
                DISPLAY "OPERATOR " WS-CHECK-OPER-ID " IS NOT AN "
                    "ACTIVE OPERATOR, ACTION REFUSED"
            END-IF.

        SAVE-OLD-ROW-IMAGE.
            MOVE WS-FEE-TYPE(WS-ROW-NUM) TO WS-OLD-FEE-TYPE
            MOVE WS-FEE-RATE(WS-ROW-NUM) TO WS-OLD-FEE-RATE
            MOVE WS-FEE-EFF-FROM(WS-ROW-NUM) TO WS-OLD-EFF-FROM
            MOVE WS-FEE-EFF-TO(WS-ROW-NUM) TO WS-OLD-EFF-TO.

        WRITE-CHANGE-AUDIT.
            MOVE WS-WK-STORE-ID TO CE-STORE-ID
            MOVE WS-WK-DENOM-CD TO CE-DENOM-CD
            MOVE WS-OLD-FEE-TYPE TO CE-OLD-FEE-TYPE
            MOVE WS-OLD-FEE-RATE TO CE-OLD-FEE-RATE
            MOVE WS-WK-FEE-TYPE TO CE-NEW-FEE-TYPE
            MOVE WS-WK-FEE-RATE TO CE-NEW-FEE-RATE
            MOVE WS-OLD-EFF-FROM TO CE-OLD-EFF-FROM
            MOVE WS-OLD-EFF-TO TO CE-OLD-EFF-TO
            MOVE WS-WK-EFF-FROM TO CE-NEW-EFF-FROM
            MOVE WS-WK-EFF-TO TO CE-NEW-EFF-TO
            MOVE WS-KEYED-BY TO CE-KEYED-BY
            MOVE WS-APPROVED-BY TO CE-APPROVED-BY
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO CE-TIMESTAMP
            WRITE CPY-COIN-FEAUD-REC
            IF WS-COIN-FEAUD-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-FEAUD-FILE, STATUS="
                    WS-COIN-FEAUD-FS
            END-IF.

        WRITE-FEE-TABLE-OUT.
            OPEN OUTPUT COIN-FEE-OUT-FILE
            IF WS-COIN-FEE-OUT-FS NOT = "00"
                DISPLAY "ERROR OPENING COIN-FEE-OUT-FILE, STATUS="
                    WS-COIN-FEE-OUT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                UNTIL WS-FEE-IX > WS-FEE-COUNT
                MOVE WS-FEE-ENTRY(WS-FEE-IX)
                    TO COIN-FEE-OUT-REC
                WRITE COIN-FEE-OUT-REC
                IF WS-COIN-FEE-OUT-FS NOT = "00"
                    DISPLAY "ERROR WRITING COIN-FEE-OUT-FILE, "
                        "STATUS=" WS-COIN-FEE-OUT-FS
                END-IF
            END-PERFORM
            CLOSE COIN-FEE-OUT-FILE.
