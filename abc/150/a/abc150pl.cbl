        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_PL.

      *> ABC150_PL - late-items report for finance.
      *> Reads the GL entries the ABC150G job has just matched -
      *> retransmissions, the nightly extract and the pickup
      *> variance extract, concatenated under COINGL the way
      *> ABC150_G reads them - and lists every entry ABC150PD
      *> flagged as a prior-period adjustment: a disposition,
      *> reversal, pickup variance or retransmission dated in a
      *> month finance had already closed (or frozen for its
      *> close), and so booked into the open month instead. Each
      *> is shown with the month it is dated in and the month it
      *> posted to, with a count and amount per kind, so finance
      *> can see what moved without booking a manual journal.
      *> Ends RC=4 when anything was listed.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-GL-FILE ASSIGN TO COINGL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-GL-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-GL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-GL".

        WORKING-STORAGE SECTION.
        01 WS-COIN-GL-FS PIC XX.
        01 WS-EOF-SW PIC X VALUE "N".
            88 WS-EOF VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-ENTRY-COUNT PIC 9(9) VALUE 0.
        01 WS-LATE-COUNT PIC 9(9) VALUE 0.
        01 WS-LATE-AMOUNT PIC 9(17) VALUE 0.
      *> Per kind: 1 decisions, 2 supervisor dispositions,
      *> 3 reversals, 4 pickup variances, 5 retransmissions.
        01 WS-KIND-TABLE.
            05 WS-KIND-ENTRY OCCURS 5 TIMES.
                10 WS-KIND-COUNT PIC 9(9).
                10 WS-KIND-AMOUNT PIC 9(17).
        01 WS-KIND-IX PIC 9(4).
        01 WS-KIND-LABEL PIC X(16).
        01 WS-TXN-PERIOD PIC X(6).

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_PL LATE ITEMS - PRIOR-PERIOD ADJUSTMENTS"
            DISPLAY "=============================================="
            INITIALIZE WS-KIND-TABLE
            OPEN INPUT COIN-GL-FILE
            IF WS-COIN-GL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-GL-FILE, "
                    "STATUS=" WS-COIN-GL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "KIND             TXN ID     STORE  TXN DATE "
                "DATED  POSTS  AMOUNT          T"
            PERFORM UNTIL WS-EOF
                READ COIN-GL-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENTRY-COUNT
                        IF CG-PRIOR-PERIOD-ADJ
                            PERFORM LIST-LATE-ITEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-GL-FILE

            DISPLAY "=============================================="
            DISPLAY "GL ENTRIES READ . . . . . : " WS-ENTRY-COUNT
            PERFORM VARYING WS-KIND-IX FROM 1 BY 1
                UNTIL WS-KIND-IX > 5
                PERFORM SET-KIND-LABEL
                DISPLAY "  " WS-KIND-LABEL " . . . : "
                    WS-KIND-COUNT(WS-KIND-IX) " / "
                    WS-KIND-AMOUNT(WS-KIND-IX)
            END-PERFORM
            DISPLAY "LATE ITEMS. . . . . . . . : " WS-LATE-COUNT
                " / " WS-LATE-AMOUNT
            DISPLAY "=============================================="
            IF WS-LATE-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *> A retransmission is listed as one whatever it carries;
      *> otherwise a contra entry is a reversal, whether it came
      *> from a nightly decision or a disposition.
        LIST-LATE-ITEM.
            EVALUATE TRUE
                WHEN CG-FROM-REPAIR
                    MOVE 5 TO WS-KIND-IX
                WHEN CG-REVERSAL OR CG-FEE-REVERSAL
                    MOVE 3 TO WS-KIND-IX
                WHEN CG-FROM-PICKUP
                    MOVE 4 TO WS-KIND-IX
                WHEN CG-FROM-DISPOSITION
                    MOVE 2 TO WS-KIND-IX
                WHEN OTHER
                    MOVE 1 TO WS-KIND-IX
            END-EVALUATE
            PERFORM SET-KIND-LABEL
            MOVE CG-TXN-DATE(1:6) TO WS-TXN-PERIOD
            ADD 1 TO WS-KIND-COUNT(WS-KIND-IX)
            ADD CG-AMOUNT TO WS-KIND-AMOUNT(WS-KIND-IX)
            ADD 1 TO WS-LATE-COUNT
            ADD CG-AMOUNT TO WS-LATE-AMOUNT
            DISPLAY WS-KIND-LABEL " " CG-TXN-ID " " CG-STORE-ID " "
                CG-TXN-DATE " " WS-TXN-PERIOD " " CG-POST-PERIOD
                " " CG-AMOUNT " " CG-ENTRY-TYPE.

        SET-KIND-LABEL.
            EVALUATE WS-KIND-IX
                WHEN 1
                    MOVE "DECISION" TO WS-KIND-LABEL
                WHEN 2
                    MOVE "DISPOSITION" TO WS-KIND-LABEL
                WHEN 3
                    MOVE "REVERSAL" TO WS-KIND-LABEL
                WHEN 4
                    MOVE "PICKUP VARIANCE" TO WS-KIND-LABEL
                WHEN OTHER
                    MOVE "RETRANSMISSION" TO WS-KIND-LABEL
            END-EVALUATE.
