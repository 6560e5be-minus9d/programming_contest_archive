      *> Ops corrects the offending field on each entry; the
      *> corrected entry goes to the retransmission file flagged
      *> CG-RETRANS, rides ahead of the next night's GL extract,
      *> and ABC150_G matches it on its next response pass - in
      *> the open month, flagged as a prior-period adjustment, if
      *> finance has closed the month it is dated in. An
      *> entry the GL side resolved by hand can be written off
      *> instead. Anything not corrected or written off stays in
      *> the rejects dataset and keeps aging. The whole dataset

        FD GLREJ-OUT-FILE
            RECORDING MODE IS F.
        01  GLREJ-OUT-REC           PIC X(77).

        FD GL-RETRANS-FILE
            RECORDING MODE IS F.
        01 WS-ENTRY-BUFFER PIC X(15).
        01 WS-REJ-TABLE.
            05 WS-REJ-ENTRY OCCURS 5000 TIMES.
                10 WS-RJ-RECORD PIC X(77).
                10 WS-RJ-WORKED PIC X(1).
        01 WS-REJ-COUNT PIC 9(5) VALUE 0.
        01 WS-REJ-IX PIC 9(5).
        01 WS-OPER-IX PIC 9(4).
        01 WS-OPER-FOUND-SW PIC X VALUE "N".
            88 WS-OPER-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-TODAY PIC 9(8).
        01 WS-PRIOR-ADJ-COUNT PIC 9(9) VALUE 0.
      *> ABC150PD CALL interface - the month a retransmitted entry
      *> posts to.
            COPY "CPY-COIN-PER-IF".

        PROCEDURE DIVISION.
        MAIN.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:8) TO WS-TODAY
            PERFORM LOAD-OPER-TABLE
            PERFORM VERIFY-SIGNON
            PERFORM LOAD-REJECT-TABLE
            PERFORM WRITE-REJECTS-OUT
            DISPLAY "REJECTS SHOWN . . : " WS-SHOWN-COUNT
            DISPLAY "RETRANSMITTED . . : " WS-RETRANS-COUNT
            DISPLAY "  PRIOR-PERIOD  . : " WS-PRIOR-ADJ-COUNT
            DISPLAY "WRITTEN OFF . . . : " WS-WRITEOFF-COUNT
            DISPLAY "LEFT OPEN . . . . : " WS-LEFT-COUNT
            DISPLAY "RUN THE ABC150N PROMOTE JOB TO PUT THE "
                    " TYPE " GR-ENTRY-TYPE
                DISPLAY "AMOUNT " GR-AMOUNT " DATE " GR-TXN-DATE
                    " OPEN " GR-NIGHTS-OPEN " NIGHTS"
                IF GR-FOREIGN-AMOUNT IS NUMERIC
                    AND GR-CURRENCY-CD NOT = SPACES
                    DISPLAY "FOREIGN " GR-CURRENCY-CD " FACE VALUE "
                        GR-FOREIGN-AMOUNT " (AMOUNT ABOVE IS HOME)"
                END-IF
                DISPLAY "C=CORRECT  W=WRITE OFF  S=SKIP  Q=QUIT"
                ACCEPT WS-ACTION
                EVALUATE WS-ACTION
            MOVE GR-STORE-ID TO CG-STORE-ID
            MOVE GR-AMOUNT TO CG-AMOUNT
            MOVE GR-TXN-DATE TO CG-TXN-DATE
            IF GR-FOREIGN-AMOUNT IS NUMERIC
                MOVE GR-CURRENCY-CD TO CG-CURRENCY-CD
                MOVE GR-FOREIGN-AMOUNT TO CG-FOREIGN-AMOUNT
            ELSE
                MOVE 0 TO CG-FOREIGN-AMOUNT
            END-IF
      *> A corrected contra entry must still net out on the GL
      *> side, so a reversal keeps its "R" - and a counting-fee
      *> entry or its contra must still post to fee revenue, so
      *> they keep their "F" and "V", and a pickup shortage or
      *> overage keeps its "S" or "O"; an ordinary payout entry
      *> carries the retransmission flag instead.
            IF GR-ENTRY-TYPE = "R" OR GR-ENTRY-TYPE = "F"
                OR GR-ENTRY-TYPE = "V" OR GR-ENTRY-TYPE = "S"
                OR GR-ENTRY-TYPE = "O"
                MOVE GR-ENTRY-TYPE TO CG-ENTRY-TYPE
            ELSE
                SET CG-RETRANS TO TRUE
            END-IF
      *> The month is decided afresh: a correction dated in a
      *> month finance has closed since the entry was rejected
      *> posts to the open month as a prior-period adjustment.
            SET CG-FROM-REPAIR TO TRUE
            MOVE CG-TXN-DATE TO LP-TXN-DATE
            MOVE WS-TODAY TO LP-BUS-DATE
            CALL "ABC150PD" USING LP-TXN-DATE LP-BUS-DATE
                LP-POST-PERIOD LP-ADJ-SW LP-FIRST-OPEN
                LP-PER-LOADED-SW
            MOVE LP-POST-PERIOD TO CG-POST-PERIOD
            IF LP-PRIOR-PERIOD-ADJ
                SET CG-PRIOR-PERIOD-ADJ TO TRUE
            ELSE
                MOVE SPACE TO CG-PERIOD-ADJ
            END-IF
            WRITE CPY-COIN-GL-REC
            IF WS-GL-RETRANS-FS NOT = "00"
                DISPLAY "ERROR WRITING GL-RETRANS-FILE, STATUS="
                MOVE "C" TO WS-RJ-WORKED(WS-REJ-IX)
                DISPLAY "RETRANSMITTING TXN " CG-TXN-ID
                    " WITH THE NEXT GL EXTRACT"
                IF CG-PRIOR-PERIOD-ADJ
                    ADD 1 TO WS-PRIOR-ADJ-COUNT
                    DISPLAY "NOTE: ITS MONTH " CG-TXN-DATE(1:6)
                        " IS CLOSED - IT POSTS TO " CG-POST-PERIOD
                        " AS A PRIOR-PERIOD ADJUSTMENT"
                END-IF
            END-IF.

      *> Only reached at a clean end of session: everything not
