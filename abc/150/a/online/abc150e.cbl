        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_E.

      *> ABC150_E - customer master maintenance.
      *> The supported way to add a customer, correct a name or
      *> ID-verification level, and put a customer on hold, block
      *> them or release them back to active. Every action needs a
      *> second operator's approval before it takes - the
      *> approver's ID must differ from the keyer's - and every
      *> approved action is appended to the customer change-audit
      *> file with before and after images, the same two-operator
      *> pattern as the ABC150_U store maintenance. A hold makes
      *> the decision path refer the customer's redemptions for a
      *> supervisor; a block makes it reject them. The updated
      *> master is written to a new dataset and promoted into
      *> place by jcl/abc150e.jcl, so an abandoned session cannot
      *> leave the live master half-written. Customers are found
      *> by ID rather than listed - the master is far too long to
      *> page through at a terminal.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-CUST-FILE ASSIGN TO COINCUST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CUST-FS.
            SELECT COIN-CUST-OUT-FILE ASSIGN TO COINCUSO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CUST-OUT-FS.
            SELECT COIN-CUAUD-FILE ASSIGN TO COINCUA
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CUAUD-FS.
            SELECT COIN-OPER-FILE ASSIGN TO COINOPR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-OPER-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-CUST-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-CUST".

        FD COIN-CUST-OUT-FILE
            RECORDING MODE IS F.
        01  COIN-CUST-OUT-REC       PIC X(60).

        FD COIN-CUAUD-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-CUAUD".

        FD COIN-OPER-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-OPER".

        WORKING-STORAGE SECTION.
        01 WS-COIN-CUST-FS PIC XX.
        01 WS-COIN-CUST-OUT-FS PIC XX.
        01 WS-COIN-CUAUD-FS PIC XX.
        01 WS-CUST-EOF-SW PIC X VALUE "N".
            88 WS-CUST-EOF VALUE "Y".
        01 WS-CUST-TABLE.
            05 WS-CUST-ENTRY OCCURS 20000 TIMES.
                10 WS-CU-CUST-ID PIC X(12).
                10 WS-CU-CUST-NAME PIC X(30).
                10 WS-CU-ID-LEVEL PIC X(1).
                10 WS-CU-STATUS PIC X(1).
                10 WS-CU-OPEN-DATE PIC 9(8).
                10 WS-CU-STATUS-DATE PIC 9(8).
        01 WS-CUST-COUNT PIC 9(5) VALUE 0.
        01 WS-CUST-IX PIC 9(5).
        01 WS-ROW-NUM PIC 9(5).
        01 WS-WORK-ROW.
            05 WS-WK-CUST-ID PIC X(12).
            05 WS-WK-CUST-NAME PIC X(30).
            05 WS-WK-ID-LEVEL PIC X(1).
            05 WS-WK-STATUS PIC X(1).
            05 WS-WK-OPEN-DATE PIC 9(8).
            05 WS-WK-STATUS-DATE PIC 9(8).
        01 WS-OLD-ROW.
            05 WS-OLD-CUST-NAME PIC X(30).
            05 WS-OLD-ID-LEVEL PIC X(1).
            05 WS-OLD-STATUS PIC X(1).
            05 WS-OLD-STATUS-DATE PIC 9(8).
        01 WS-MODE PIC X VALUE SPACE.
        01 WS-ENTRY-BUFFER PIC X(15).
        01 WS-KEYED-BY PIC X(8).
        01 WS-APPROVED-BY PIC X(8).
        01 WS-APPROVED-SW PIC X.
            88 WS-APPROVED VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-DUP-FOUND-SW PIC X.
            88 WS-DUP-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CHANGES-MADE PIC 9(4) VALUE 0.
        01 WS-MORE-SW PIC X VALUE "Y".
            88 WS-MORE VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-TODAY PIC 9(8).
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
            DISPLAY "ABC150_E - CUSTOMER MASTER MAINTENANCE"
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:8) TO WS-TODAY
            PERFORM LOAD-OPER-TABLE
      *> A missing master is the very first session - start empty
      *> and build it.
            OPEN INPUT COIN-CUST-FILE
            IF WS-COIN-CUST-FS NOT = "00"
                DISPLAY "NOTE: NO CUSTOMER MASTER, STATUS="
                    WS-COIN-CUST-FS ", STARTING EMPTY"
            ELSE
                PERFORM LOAD-CUST-TABLE
                CLOSE COIN-CUST-FILE
            END-IF

            OPEN EXTEND COIN-CUAUD-FILE
            IF WS-COIN-CUAUD-FS = "35"
                OPEN OUTPUT COIN-CUAUD-FILE
            END-IF
            IF WS-COIN-CUAUD-FS NOT = "00"
                DISPLAY "ERROR OPENING COIN-CUAUD-FILE, STATUS="
                    WS-COIN-CUAUD-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL NOT WS-MORE
                DISPLAY "F=FIND  A=ADD  C=CHANGE  S=STATUS  Q=QUIT"
                ACCEPT WS-MODE
                EVALUATE WS-MODE
                    WHEN "F"
                        PERFORM SELECT-CUST-ROW
                    WHEN "A"
                        PERFORM ADD-CUST-ROW
                    WHEN "C"
                        PERFORM CHANGE-CUST-ROW
                    WHEN "S"
                        PERFORM CHANGE-CUST-STATUS
                    WHEN "Q"
                        SET WS-MORE TO FALSE
                    WHEN OTHER
                        DISPLAY "INVALID MODE, TRY AGAIN"
                END-EVALUATE
            END-PERFORM

            CLOSE COIN-CUAUD-FILE
            IF WS-CHANGES-MADE > 0
                PERFORM WRITE-CUST-TABLE-OUT
                DISPLAY "CHANGES KEYED . . : " WS-CHANGES-MADE
                DISPLAY "RUN THE ABC150E PROMOTE JOB TO PUT THE "
                    "NEW MASTER IN FORCE"
            ELSE
                DISPLAY "NO CHANGES KEYED, CUSTOMER MASTER UNTOUCHED"
            END-IF
            STOP RUN.

      *> Rewriting the master from a truncated table would drop
      *> every customer past the cap - members would start paying
      *> the counting fee and holds and blocks would silently
      *> lapse. Refuse the session instead.
        LOAD-CUST-TABLE.
            PERFORM UNTIL WS-CUST-EOF
                READ COIN-CUST-FILE
                    AT END
                        SET WS-CUST-EOF TO TRUE
                    NOT AT END
                        IF WS-CUST-COUNT < 20000
                            ADD 1 TO WS-CUST-COUNT
                            MOVE CPY-COIN-CUST-REC
                                TO WS-CUST-ENTRY(WS-CUST-COUNT)
                        ELSE
                            DISPLAY "FATAL: COIN-CUST-FILE HAS MORE "
                                "THAN 20000 CUSTOMER ROWS - "
                                "MAINTENANCE CANNOT COVER IT"
                            CLOSE COIN-CUST-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM.

      *> A second row for a customer already on the master would
      *> make the decision path's lookup ambiguous, so an add
      *> under an existing ID is refused - use CHANGE or STATUS.
        ADD-CUST-ROW.
            IF WS-CUST-COUNT >= 20000
                DISPLAY "CUSTOMER MASTER FULL (20000 ROWS), CANNOT "
                    "ADD"
            ELSE
                DISPLAY "ENTER CUSTOMER ID:"
                ACCEPT WS-WK-CUST-ID
                PERFORM LOCATE-CUST-ROW
                EVALUATE TRUE
                    WHEN WS-WK-CUST-ID = SPACES
                        DISPLAY "CUSTOMER ID IS REQUIRED"
                    WHEN WS-DUP-FOUND
                        DISPLAY "CUSTOMER " WS-WK-CUST-ID " IS "
                            "ALREADY ON THE MASTER, USE CHANGE"
                    WHEN OTHER
                        DISPLAY "ENTER CUSTOMER NAME:"
                        ACCEPT WS-WK-CUST-NAME
                        PERFORM ACCEPT-ID-LEVEL
                        MOVE "A" TO WS-WK-STATUS
                        MOVE WS-TODAY TO WS-WK-OPEN-DATE
                        MOVE WS-TODAY TO WS-WK-STATUS-DATE
                        IF WS-WK-ID-LEVEL NOT = SPACE
                            PERFORM OBTAIN-APPROVAL
                        ELSE
                            SET WS-APPROVED TO FALSE
                        END-IF
                        IF WS-APPROVED
                            ADD 1 TO WS-CUST-COUNT
                            MOVE WS-WORK-ROW
                                TO WS-CUST-ENTRY(WS-CUST-COUNT)
                            MOVE SPACES TO WS-OLD-CUST-NAME
                            MOVE SPACE TO WS-OLD-ID-LEVEL
                            MOVE SPACE TO WS-OLD-STATUS
                            MOVE 0 TO WS-OLD-STATUS-DATE
                            MOVE "A" TO UA-ACTION
                            PERFORM WRITE-CHANGE-AUDIT
                            ADD 1 TO WS-CHANGES-MADE
                            DISPLAY "CUSTOMER ADDED"
                        END-IF
                END-EVALUATE
            END-IF.

        ACCEPT-ID-LEVEL.
            DISPLAY "ENTER ID LEVEL (0=NONE 1=SIGHTED 2=VERIFIED):"
            ACCEPT WS-WK-ID-LEVEL
            IF WS-WK-ID-LEVEL NOT = "0" AND WS-WK-ID-LEVEL NOT = "1"
                AND WS-WK-ID-LEVEL NOT = "2"
                DISPLAY "INVALID ID LEVEL, ACTION REFUSED"
                MOVE SPACE TO WS-WK-ID-LEVEL
            END-IF.

        LOCATE-CUST-ROW.
            SET WS-DUP-FOUND TO FALSE
            MOVE 0 TO WS-ROW-NUM
            PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                UNTIL WS-CUST-IX > WS-CUST-COUNT
                    OR WS-DUP-FOUND
                IF WS-CU-CUST-ID(WS-CUST-IX) = WS-WK-CUST-ID
                    SET WS-DUP-FOUND TO TRUE
                    MOVE WS-CUST-IX TO WS-ROW-NUM
                END-IF
            END-PERFORM.

        CHANGE-CUST-ROW.
            PERFORM SELECT-CUST-ROW
            IF WS-ROW-NUM > 0
                MOVE WS-CUST-ENTRY(WS-ROW-NUM) TO WS-WORK-ROW
                DISPLAY "ENTER NEW CUSTOMER NAME:"
                ACCEPT WS-WK-CUST-NAME
                PERFORM ACCEPT-ID-LEVEL
                IF WS-WK-ID-LEVEL NOT = SPACE
                    PERFORM OBTAIN-APPROVAL
                    IF WS-APPROVED
                        PERFORM SAVE-OLD-ROW-IMAGE
                        MOVE WS-WORK-ROW TO WS-CUST-ENTRY(WS-ROW-NUM)
                        MOVE "C" TO UA-ACTION
                        PERFORM WRITE-CHANGE-AUDIT
                        ADD 1 TO WS-CHANGES-MADE
                        DISPLAY "CUSTOMER CHANGED"
                    END-IF
                END-IF
            END-IF.

      *> Hold, block and release are one action: the new status
      *> takes from the next nightly run, dated today.
        CHANGE-CUST-STATUS.
            PERFORM SELECT-CUST-ROW
            IF WS-ROW-NUM > 0
                MOVE WS-CUST-ENTRY(WS-ROW-NUM) TO WS-WORK-ROW
                DISPLAY "ENTER NEW STATUS (A=ACTIVE H=HOLD "
                    "B=BLOCK):"
                ACCEPT WS-WK-STATUS
                EVALUATE TRUE
                    WHEN WS-WK-STATUS NOT = "A"
                        AND WS-WK-STATUS NOT = "H"
                        AND WS-WK-STATUS NOT = "B"
                        DISPLAY "INVALID STATUS, ACTION REFUSED"
                    WHEN WS-WK-STATUS = WS-CU-STATUS(WS-ROW-NUM)
                        DISPLAY "CUSTOMER ALREADY HAS THAT STATUS, "
                            "NOTHING CHANGED"
                    WHEN OTHER
                        MOVE WS-TODAY TO WS-WK-STATUS-DATE
                        PERFORM OBTAIN-APPROVAL
                        IF WS-APPROVED
                            PERFORM SAVE-OLD-ROW-IMAGE
                            MOVE WS-WORK-ROW
                                TO WS-CUST-ENTRY(WS-ROW-NUM)
                            MOVE "S" TO UA-ACTION
                            PERFORM WRITE-CHANGE-AUDIT
                            ADD 1 TO WS-CHANGES-MADE
                            DISPLAY "STATUS CHANGED"
                        END-IF
                END-EVALUATE
            END-IF.

        SELECT-CUST-ROW.
            DISPLAY "ENTER CUSTOMER ID:"
            ACCEPT WS-WK-CUST-ID
            PERFORM LOCATE-CUST-ROW
            IF WS-ROW-NUM = 0
                DISPLAY "CUSTOMER " WS-WK-CUST-ID " IS NOT ON THE "
                    "MASTER"
            ELSE
                DISPLAY "CUSTOMER     ST ID OPENED   STATUS   NAME"
                DISPLAY WS-CU-CUST-ID(WS-ROW-NUM) " "
                    WS-CU-STATUS(WS-ROW-NUM) "  "
                    WS-CU-ID-LEVEL(WS-ROW-NUM) "  "
                    WS-CU-OPEN-DATE(WS-ROW-NUM) " "
                    WS-CU-STATUS-DATE(WS-ROW-NUM) " "
                    WS-CU-CUST-NAME(WS-ROW-NUM)
            END-IF.

      *> Without the operator master nothing verifies who is
      *> holding or blocking which customers, so a master that
      *> cannot be read refuses the session - run ABC150_O to
      *> build it.
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

      *> Two-person rule: the action only takes when a second
      *> operator keys their own ID to approve it. The same ID on
      *> both prompts, or a blank, refuses the action - and both
      *> IDs must be active operators on the master.
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
            MOVE WS-CU-CUST-NAME(WS-ROW-NUM) TO WS-OLD-CUST-NAME
            MOVE WS-CU-ID-LEVEL(WS-ROW-NUM) TO WS-OLD-ID-LEVEL
            MOVE WS-CU-STATUS(WS-ROW-NUM) TO WS-OLD-STATUS
            MOVE WS-CU-STATUS-DATE(WS-ROW-NUM) TO WS-OLD-STATUS-DATE.

        WRITE-CHANGE-AUDIT.
            MOVE WS-WK-CUST-ID TO UA-CUST-ID
            MOVE WS-OLD-CUST-NAME TO UA-OLD-NAME
            MOVE WS-OLD-ID-LEVEL TO UA-OLD-ID-LEVEL
            MOVE WS-OLD-STATUS TO UA-OLD-STATUS
            MOVE WS-OLD-STATUS-DATE TO UA-OLD-STATUS-DATE
            MOVE WS-WK-CUST-NAME TO UA-NEW-NAME
            MOVE WS-WK-ID-LEVEL TO UA-NEW-ID-LEVEL
            MOVE WS-WK-STATUS TO UA-NEW-STATUS
            MOVE WS-WK-STATUS-DATE TO UA-NEW-STATUS-DATE
            MOVE WS-KEYED-BY TO UA-KEYED-BY
            MOVE WS-APPROVED-BY TO UA-APPROVED-BY
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO UA-TIMESTAMP
            WRITE CPY-COIN-CUAUD-REC
            IF WS-COIN-CUAUD-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-CUAUD-FILE, STATUS="
                    WS-COIN-CUAUD-FS
            END-IF.

        WRITE-CUST-TABLE-OUT.
            OPEN OUTPUT COIN-CUST-OUT-FILE
            IF WS-COIN-CUST-OUT-FS NOT = "00"
                DISPLAY "ERROR OPENING COIN-CUST-OUT-FILE, STATUS="
                    WS-COIN-CUST-OUT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                UNTIL WS-CUST-IX > WS-CUST-COUNT
                MOVE WS-CUST-ENTRY(WS-CUST-IX)
                    TO COIN-CUST-OUT-REC
                WRITE COIN-CUST-OUT-REC
                IF WS-COIN-CUST-OUT-FS NOT = "00"
                    DISPLAY "ERROR WRITING COIN-CUST-OUT-FILE, "
                        "STATUS=" WS-COIN-CUST-OUT-FS
                END-IF
            END-PERFORM
            CLOSE COIN-CUST-OUT-FILE.
