      *>      and the orphan-detail rejects netted back out
      *>      because their detail records are outside the
      *>      transaction count.
      *>   2. The GL extract's net amount (payouts and fee
      *>      entries less "R" and "V" contra entries) must equal
      *>      the audit's rule-made "Yes" amounts plus
      *>      disposition-approved amounts less reversal amounts -
      *>      a non-member payout posts as net plus fee, which
      *>      together are the amount requested. Within that, the
      *>      fee entries alone ("F" less "V") must equal the
      *>      audit's fee amounts on the same rows, so a fee
      *>      posted as payout (or the reverse) cannot hide.
      *>   3. Tonight's history KSDS row count must equal the
      *>      prior standing history plus one row per rule-made
      *>      decision, less the retention purge - the baseline
      *>      and purge counts come from the final checkpoint
      *>      record ABC150_A appends after its purge.
      *> Each region's job balances its own run, history KSDS
      *> included. The merge job balances the combined day with
      *> PARM='COMBINED': the extract is every region's partition
      *> concatenated, the checkpoint file every region's, and
      *> the last record of each region's run is summed. The
      *> region histories are not reopened - leg 3 takes tonight's
      *> row count from the rows each run's purge pass reported
      *> keeping, having proved each KSDS against them already.
      *> Any leg out of balance prints both sides and ends RC=8,
      *> so an out-of-balance night is held for review (the
      *> STEP019 backup is the restore point) instead of becoming
        01 WS-ORPH-REJ-COUNT PIC 9(9) VALUE 0.
        01 WS-GL-NET-AMOUNT PIC S9(17) VALUE 0.
        01 WS-AUDIT-NET-AMOUNT PIC S9(17) VALUE 0.
        01 WS-RULE-YES-FEE PIC 9(17) VALUE 0.
        01 WS-DISP-YES-FEE PIC 9(17) VALUE 0.
        01 WS-REV-FEE PIC 9(17) VALUE 0.
        01 WS-GL-FEE-AMOUNT PIC S9(17) VALUE 0.
        01 WS-AUDIT-FEE-AMOUNT PIC S9(17) VALUE 0.
        01 WS-CKPT-REJECT-COUNT PIC 9(9) VALUE 0.
        01 WS-CKPT-HIST-PRIOR PIC 9(9) VALUE 0.
        01 WS-CKPT-HIST-PURGED PIC 9(9) VALUE 0.
        01 WS-LEG3-RIGHT PIC S9(9).
        01 WS-OUT-OF-BALANCE-SW PIC X VALUE "N".
            88 WS-OUT-OF-BALANCE VALUE "Y".
        01 WS-RUN-PARM PIC X(8) VALUE SPACES.
        01 WS-COMBINED-SW PIC X VALUE "N".
            88 WS-COMBINED VALUE "Y".
      *> The last checkpoint record seen for the region being read,
      *> added into the night's figures when the region changes.
        01 WS-GRP-REGION PIC X(3).
        01 WS-GRP-REJECT-COUNT PIC 9(9).
        01 WS-GRP-ORPH-COUNT PIC 9(9).
        01 WS-GRP-HIST-PRIOR PIC 9(9).
        01 WS-GRP-HIST-PURGED PIC 9(9).
        01 WS-GRP-HIST-KEPT PIC 9(9).
        01 WS-RGN-TABLE.
            05 WS-RGN-ENTRY OCCURS 50 TIMES.
                10 WS-RGN-CODE PIC X(3).
        01 WS-RGN-COUNT PIC 9(4) VALUE 0.
        01 WS-RGN-IX PIC 9(4).
        01 WS-RGN-FOUND-SW PIC X VALUE "N".
            88 WS-RGN-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_B END-TO-END DAILY BALANCING"
            ACCEPT WS-RUN-PARM FROM COMMAND-LINE
            IF WS-RUN-PARM = "COMBINED"
                SET WS-COMBINED TO TRUE
                DISPLAY "COMBINED DAY - ALL REGIONS"
            END-IF
            DISPLAY "=============================================="
            PERFORM COUNT-EXTRACT-TRANSACTIONS
            PERFORM TALLY-AUDIT-FILE
            PERFORM TALLY-GL-EXTRACT
            PERFORM READ-LAST-CHECKPOINT
            IF WS-COMBINED
                PERFORM TAKE-REGION-KEPT-ROWS
            ELSE
                PERFORM COUNT-HISTORY-ROWS
            END-IF

            PERFORM BALANCE-LEG-1
            PERFORM BALANCE-LEG-2
                    NOT AT END
                        IF NOT CT-REC-DETAIL
                            AND NOT CT-REC-TRAILER
                            AND NOT CT-REC-EXPOSURE
                            ADD 1 TO WS-EXTRACT-TXN-COUNT
                        END-IF
                END-READ
                EVALUATE CA-RESULT
                    WHEN "Yes"
                        ADD CA-REQ-AMOUNT TO WS-RULE-YES-AMOUNT
                        ADD CA-FEE-AMOUNT TO WS-RULE-YES-FEE
                    WHEN "REV"
                        ADD CA-REQ-AMOUNT TO WS-REV-AMOUNT
                        ADD CA-FEE-AMOUNT TO WS-REV-FEE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            ELSE
                IF CA-RESULT = "Yes"
                    ADD CA-REQ-AMOUNT TO WS-DISP-YES-AMOUNT
                    ADD CA-FEE-AMOUNT TO WS-DISP-YES-FEE
                END-IF
            END-IF.

                    AT END
                        SET WS-GL-EOF TO TRUE
                    NOT AT END
                        IF CG-REVERSAL OR CG-FEE-REVERSAL
                            SUBTRACT CG-AMOUNT FROM WS-GL-NET-AMOUNT
                        ELSE
                            ADD CG-AMOUNT TO WS-GL-NET-AMOUNT
                        END-IF
                        IF CG-FEE
                            ADD CG-AMOUNT TO WS-GL-FEE-AMOUNT
                        END-IF
                        IF CG-FEE-REVERSAL
                            SUBTRACT CG-AMOUNT FROM WS-GL-FEE-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-GL-FILE.
      *> the orphan count back out - the two sides then count
      *> the same things even on a restarted night, whose
      *> aborted-segment reject records live only in that
      *> execution's temp dataset. A concatenation of region
      *> checkpoint files holds one such run per region, one after
      *> another; the last record of each is summed.
        READ-LAST-CHECKPOINT.
            OPEN INPUT COIN-CKPT-FILE
            IF WS-COIN-CKPT-FS NOT = "00"
                    AT END
                        SET WS-CKPT-EOF TO TRUE
                    NOT AT END
                        IF NOT WS-CKPT-FOUND
                            OR CK-REGION NOT = WS-GRP-REGION
                            PERFORM START-CHECKPOINT-REGION
                        END-IF
                        MOVE CK-REJECT-COUNT TO WS-GRP-REJECT-COUNT
                        MOVE CK-ORPH-REJECT-COUNT
                            TO WS-GRP-ORPH-COUNT
                        MOVE CK-HIST-PRIOR-COUNT
                            TO WS-GRP-HIST-PRIOR
                        MOVE CK-HIST-PURGED-COUNT
                            TO WS-GRP-HIST-PURGED
                        MOVE CK-HIST-KEPT-COUNT TO WS-GRP-HIST-KEPT
                END-READ
            END-PERFORM
            CLOSE COIN-CKPT-FILE
                    "NOTHING TO BALANCE AGAINST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM ADD-CHECKPOINT-REGION
            IF WS-COMBINED
                DISPLAY "REGIONS BALANCED. . . . . : " WS-RGN-COUNT
            END-IF.

      *> A region seen twice would be counted twice - the merge
      *> job's concatenation names it more than once.
        START-CHECKPOINT-REGION.
            IF WS-CKPT-FOUND
                PERFORM ADD-CHECKPOINT-REGION
            END-IF
            SET WS-CKPT-FOUND TO TRUE
            MOVE CK-REGION TO WS-GRP-REGION
            SET WS-RGN-FOUND TO FALSE
            PERFORM VARYING WS-RGN-IX FROM 1 BY 1
                UNTIL WS-RGN-IX > WS-RGN-COUNT OR WS-RGN-FOUND
                IF WS-RGN-CODE(WS-RGN-IX) = CK-REGION
                    SET WS-RGN-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RGN-FOUND
                DISPLAY "FATAL: REGION '" CK-REGION "' APPEARS "
                    "TWICE IN COIN-CKPT-FILE - CHECK THE "
                    "CONCATENATION"
                CLOSE COIN-CKPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-RGN-COUNT < 50
                ADD 1 TO WS-RGN-COUNT
                MOVE CK-REGION TO WS-RGN-CODE(WS-RGN-COUNT)
            ELSE
                DISPLAY "FATAL: MORE THAN 50 REGIONS IN "
                    "COIN-CKPT-FILE"
                CLOSE COIN-CKPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        ADD-CHECKPOINT-REGION.
            ADD WS-GRP-REJECT-COUNT TO WS-CKPT-REJECT-COUNT
            ADD WS-GRP-ORPH-COUNT TO WS-ORPH-REJ-COUNT
            ADD WS-GRP-HIST-PRIOR TO WS-CKPT-HIST-PRIOR
            ADD WS-GRP-HIST-PURGED TO WS-CKPT-HIST-PURGED
            ADD WS-GRP-HIST-KEPT TO WS-CKPT-HIST-KEPT.

        TAKE-REGION-KEPT-ROWS.
            DISPLAY "NOTE: COMBINED DAY - HISTORY ROWS ARE THE "
                "REGIONS' REPORTED KEPT ROWS, EACH REGION'S KSDS "
                "WAS COUNTED BY ITS OWN BALANCING STEP"
            MOVE WS-CKPT-HIST-KEPT TO WS-HIST-ROW-COUNT.

        COUNT-HISTORY-ROWS.
            OPEN INPUT COIN-HIST-FILE
            IF WS-COIN-HIST-FS NOT = "00"
                    " DISP YES=" WS-DISP-YES-AMOUNT
                    " REVERSALS=" WS-REV-AMOUNT
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF
            COMPUTE WS-AUDIT-FEE-AMOUNT = WS-RULE-YES-FEE
                + WS-DISP-YES-FEE - WS-REV-FEE
            DISPLAY "        GL FEE REVENUE. . : " WS-GL-FEE-AMOUNT
            DISPLAY "        AUDIT FEES NET. . : "
                WS-AUDIT-FEE-AMOUNT
            IF WS-GL-FEE-AMOUNT NOT = WS-AUDIT-FEE-AMOUNT
                DISPLAY "        *** LEG 2 OUT OF BALANCE - THE GL "
                    "FEE ENTRIES DO NOT TIE TO THE AUDIT FEES"
                DISPLAY "        RULE FEES=" WS-RULE-YES-FEE
                    " DISP FEES=" WS-DISP-YES-FEE
                    " REVERSED=" WS-REV-FEE
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF.

        BALANCE-LEG-3.
