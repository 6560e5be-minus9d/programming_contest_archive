        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_Z.

      *> ABC150_Z - region merge control.
      *> First and last step of the merge job that puts the
      *> region runs back together into one day for ABC150_S,
      *> ABC150_B, ABC150_H, ABC150_D and ABC150_V. COINRCTL is
      *> every region's run control, concatenated in the job -
      *> that concatenation is the list of regions the merge
      *> takes.
      *>   PARM='CHECK' (or none) proves the merge may go ahead:
      *>     the national run control shows tonight split
      *>     (STARTED, by ABC150_J), and every region's run
      *>     control shows the same business date COMPLETE. A
      *>     region still running, refused or abended holds the
      *>     merge RC=8 and is listed - rerun that region, then
      *>     the merge. A night already merged is refused RC=12,
      *>     so the appends the merge makes cannot happen twice.
      *>   PARM='CLOSE' makes the same proof and then marks the
      *>     national run control COMPLETE, which lets ABC150_C
      *>     roll the date on for the next night.
      *> RC=16 when a run control cannot be read.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-CTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CTL-FS.
            SELECT COIN-RCTL-FILE ASSIGN TO COINRCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-RCTL-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-CTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

        FD COIN-RCTL-FILE
            RECORDING MODE IS F.
        01  RCTL-IN-REC             PIC X(41).

        WORKING-STORAGE SECTION.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-COIN-RCTL-FS PIC XX.
        01 WS-RUN-PARM PIC X(8) VALUE SPACES.
        01 WS-CLOSE-SW PIC X VALUE "N".
            88 WS-CLOSE VALUE "Y".
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-RCTL-EOF-SW PIC X VALUE "N".
            88 WS-RCTL-EOF VALUE "Y".
        01 WS-BUS-DATE PIC 9(8).
        01 WS-CURR-DATE-TIME PIC X(21).
      *> The region run control being checked, read INTO here so
      *> its field names do not clash with the national record's.
        01 WS-RCTL-REC.
            05 WS-RC-BUS-DATE PIC 9(8).
            05 WS-RC-RUN-STATUS PIC X(8).
                88 WS-RC-COMPLETE VALUE "COMPLETE".
            05 WS-RC-TIMESTAMP PIC X(14).
            05 WS-RC-FIRST-TXN-DATE PIC 9(8).
            05 WS-RC-REGION PIC X(3).
        01 WS-RGN-TABLE.
            05 WS-RGN-ENTRY OCCURS 50 TIMES.
                10 WS-RGN-CODE PIC X(3).
        01 WS-RGN-COUNT PIC 9(4) VALUE 0.
        01 WS-RGN-IX PIC 9(4).
        01 WS-RGN-FOUND-SW PIC X VALUE "N".
            88 WS-RGN-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-NOT-READY-COUNT PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_Z REGION MERGE CONTROL"
            ACCEPT WS-RUN-PARM FROM COMMAND-LINE
            EVALUATE WS-RUN-PARM
                WHEN "CLOSE"
                    SET WS-CLOSE TO TRUE
                    DISPLAY "CLOSING THE MERGED NIGHT"
                WHEN "CHECK"
                WHEN SPACES
                    DISPLAY "CHECKING THE REGIONS ARE READY TO MERGE"
                WHEN OTHER
                    DISPLAY "FATAL: PARM MUST BE CHECK OR CLOSE, GOT '"
                        WS-RUN-PARM "'"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            DISPLAY "=============================================="

            PERFORM VERIFY-NATIONAL-CONTROL
            PERFORM VERIFY-REGION-CONTROLS

            IF WS-NOT-READY-COUNT > 0
                DISPLAY "RESULT: " WS-NOT-READY-COUNT " OF "
                    WS-RGN-COUNT " REGIONS NOT COMPLETE FOR "
                    WS-BUS-DATE " - MERGE HELD"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            IF WS-CLOSE
                PERFORM MARK-NIGHT-COMPLETE
                DISPLAY "RESULT: " WS-RGN-COUNT " REGIONS MERGED, "
                    "BUSINESS DATE " WS-BUS-DATE " COMPLETE"
            ELSE
                DISPLAY "RESULT: ALL " WS-RGN-COUNT " REGIONS "
                    "COMPLETE FOR " WS-BUS-DATE " - MERGE MAY RUN"
            END-IF
            MOVE 0 TO RETURN-CODE
            STOP RUN.

        VERIFY-NATIONAL-CONTROL.
            OPEN INPUT COIN-CTL-FILE
            IF WS-COIN-CTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-CTL-FILE, "
                    "STATUS=" WS-COIN-CTL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ COIN-CTL-FILE
                AT END
                    SET WS-CTL-EMPTY TO TRUE
            END-READ
            IF WS-CTL-EMPTY
                DISPLAY "FATAL: COIN-CTL-FILE IS EMPTY - NO "
                    "BUSINESS DATE TO MERGE"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CU-BUS-DATE TO WS-BUS-DATE
            EVALUATE TRUE
                WHEN CU-REGION NOT = SPACES
                    DISPLAY "FATAL: COIN-CTL-FILE IS REGION '"
                        CU-REGION "'S RUN CONTROL - THE MERGE "
                        "NEEDS THE NATIONAL ONE"
                    CLOSE COIN-CTL-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                WHEN CU-COMPLETE
                    DISPLAY "FATAL: BUSINESS DATE " CU-BUS-DATE
                        " IS ALREADY MERGED AND COMPLETE - "
                        "REFUSING THE RESUBMISSION"
                    CLOSE COIN-CTL-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN NOT CU-STARTED
                    DISPLAY "FATAL: BUSINESS DATE " CU-BUS-DATE
                        " HAS NOT BEEN SPLIT BY REGION YET - RUN "
                        "THE NIGHTLY FRONT END FIRST"
                    CLOSE COIN-CTL-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            CLOSE COIN-CTL-FILE
            DISPLAY "BUSINESS DATE . . . . . . : " WS-BUS-DATE.

        VERIFY-REGION-CONTROLS.
            OPEN INPUT COIN-RCTL-FILE
            IF WS-COIN-RCTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-RCTL-FILE, "
                    "STATUS=" WS-COIN-RCTL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-RCTL-EOF
                READ COIN-RCTL-FILE INTO WS-RCTL-REC
                    AT END
                        SET WS-RCTL-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-ONE-REGION
                END-READ
            END-PERFORM
            CLOSE COIN-RCTL-FILE
            IF WS-RGN-COUNT = 0
                DISPLAY "FATAL: COIN-RCTL-FILE HOLDS NO REGION RUN "
                    "CONTROLS - NOTHING TO MERGE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        CHECK-ONE-REGION.
            IF WS-RC-REGION = SPACES
                DISPLAY "FATAL: COIN-RCTL-FILE HOLDS THE NATIONAL "
                    "RUN CONTROL - CHECK THE CONCATENATION"
                CLOSE COIN-RCTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-RGN-FOUND TO FALSE
            PERFORM VARYING WS-RGN-IX FROM 1 BY 1
                UNTIL WS-RGN-IX > WS-RGN-COUNT OR WS-RGN-FOUND
                IF WS-RGN-CODE(WS-RGN-IX) = WS-RC-REGION
                    SET WS-RGN-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RGN-FOUND
                DISPLAY "FATAL: REGION " WS-RC-REGION " APPEARS "
                    "TWICE IN COIN-RCTL-FILE - CHECK THE "
                    "CONCATENATION"
                CLOSE COIN-RCTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-RGN-COUNT < 50
                ADD 1 TO WS-RGN-COUNT
                MOVE WS-RC-REGION TO WS-RGN-CODE(WS-RGN-COUNT)
            ELSE
                DISPLAY "FATAL: MORE THAN 50 REGIONS IN "
                    "COIN-RCTL-FILE"
                CLOSE COIN-RCTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-RC-BUS-DATE = WS-BUS-DATE AND WS-RC-COMPLETE
                DISPLAY "  REGION " WS-RC-REGION " COMPLETE "
                    WS-RC-TIMESTAMP
            ELSE
                DISPLAY "  REGION " WS-RC-REGION " NOT READY - "
                    WS-RC-BUS-DATE " " WS-RC-RUN-STATUS
                ADD 1 TO WS-NOT-READY-COUNT
            END-IF.

        MARK-NIGHT-COMPLETE.
            MOVE "N" TO WS-CTL-EMPTY-SW
            OPEN I-O COIN-CTL-FILE
            IF WS-COIN-CTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT REOPEN COIN-CTL-FILE, "
                    "STATUS=" WS-COIN-CTL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ COIN-CTL-FILE
                AT END
                    SET WS-CTL-EMPTY TO TRUE
            END-READ
            IF WS-CTL-EMPTY
                DISPLAY "FATAL: COIN-CTL-FILE IS EMPTY"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET CU-COMPLETE TO TRUE
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO CU-TIMESTAMP
            REWRITE CPY-COIN-RUNCTL-REC
            IF WS-COIN-CTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT REWRITE COIN-CTL-FILE, "
                    "STATUS=" WS-COIN-CTL-FS
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE COIN-CTL-FILE.
