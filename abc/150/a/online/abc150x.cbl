      *> ABC150_I only answers from today's online KSDS, so it
      *> never helped with yesterday's dispute; this program
      *> answers from the archive ABC150_H builds nightly and
      *> ABC150_G keeps current with GL statuses. The lifecycle
      *> view itself is ABC150XL, which the ABC150_SP store
      *> position inquiry drills down through as well.

        ENVIRONMENT DIVISION.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-INQUIRY-TXN-ID PIC X(10).
        01 WS-MORE-SW PIC X VALUE "Y".
            88 WS-MORE VALUE "Y" WHEN SET TO FALSE IS "N".

      *> ABC150XL CALL interface - shared with ABC150_SP.
            COPY "CPY-COIN-XL-IF".

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "ABC150_X - TRANSACTION RESEARCH INQUIRY"
            SET LX-FN-OPEN TO TRUE
            PERFORM CALL-LIFECYCLE-VIEW
            IF LX-RSRCH-FS NOT = "00"
                DISPLAY "ERROR OPENING COIN-RSRCH-FILE, STATUS="
                    LX-RSRCH-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
                IF WS-INQUIRY-TXN-ID = SPACES
                    SET WS-MORE TO FALSE
                ELSE
                    SET LX-FN-SHOW TO TRUE
                    MOVE WS-INQUIRY-TXN-ID TO LX-TXN-ID
                    PERFORM CALL-LIFECYCLE-VIEW
                END-IF
            END-PERFORM
            SET LX-FN-CLOSE TO TRUE
            PERFORM CALL-LIFECYCLE-VIEW
            STOP RUN.

        CALL-LIFECYCLE-VIEW.
            CALL "ABC150XL" USING LX-FUNCTION LX-TXN-ID LX-RSRCH-FS
                LX-FOUND-SW
            END-CALL.
