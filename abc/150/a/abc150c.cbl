        PROGRAM-ID. ABC150_C.

      *> ABC150_C - run-control date setter.
      *> Run as the first step of the nightly job. Works out
      *> tonight's business date itself from the business-day
      *> calendar (through ABC150W): the first business day after
      *> the date the run control last completed. Rolls the run-
      *> control record forward to it with status EXPECTED so
      *> ABC150_A will accept the run, and records the first
      *> transaction date the run takes - the day after the last
      *> business date - so an extract dated on a weekend or a
      *> holiday rides into the next business day's run. The
      *> scheduler's date (YYYYMMDD) still comes in as the PARM
      *> and is checked against the calendar's answer: a PARM
      *> that disagrees is reported and the calendar's date is
      *> used. If the record already shows the PARM date
      *> COMPLETE it is left untouched - that is the accidental
      *> full resubmission of a finished night, and ABC150_A will
      *> refuse it. A record not yet COMPLETE is also left as it
      *> is: that business date still has to run (or restart)
      *> before the calendar moves on. The PARM alone sets the
      *> date only for the very first run, when there is no
      *> previous business date to count from.
      *> The nightly run is split by store region, and each region
      *> keeps its own run control: the region job passes its
      *> region code after the date (PARM='YYYYMMDD,RRR'). The
      *> code is stamped on a new record and checked against an
      *> existing one, so a region's job pointed at another
      *> region's run control stops here. No region is the
      *> national record the front end of the night works.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        WORKING-STORAGE SECTION.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-PARM-TEXT PIC X(12) VALUE SPACES.
        01 WS-DATE-PARM PIC X(8) VALUE SPACES.
        01 WS-REGION-PARM PIC X(3) VALUE SPACES.
        01 WS-BUS-DATE PIC 9(8).
        01 WS-PARM-DATE PIC 9(8) VALUE 0.
        01 WS-FIRST-TXN-DATE PIC 9(8).
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-CURR-DATE-TIME PIC X(21).
        01 WS-DAY-INT PIC 9(9).
            COPY "CPY-COIN-CAL-IF".

        PROCEDURE DIVISION.
        MAIN.
            ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
            UNSTRING WS-PARM-TEXT DELIMITED BY ","
                INTO WS-DATE-PARM WS-REGION-PARM
            END-UNSTRING
            IF WS-DATE-PARM NOT = SPACES
                IF WS-DATE-PARM IS NOT NUMERIC
                    DISPLAY "FATAL: BUSINESS DATE PARM MUST BE "
                        "YYYYMMDD, GOT '" WS-DATE-PARM "'"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-DATE-PARM TO WS-PARM-DATE
            END-IF

            OPEN I-O COIN-CTL-FILE
            IF WS-COIN-CTL-FS = "35"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM FIRST-BUSINESS-DATE
                PERFORM WRITE-NEW-RECORD
                CLOSE COIN-CTL-FILE
                STOP RUN
                AT END
                    SET WS-CTL-EMPTY TO TRUE
            END-READ
            IF NOT WS-CTL-EMPTY
                PERFORM CHECK-REGION-AGAINST-RECORD
            END-IF
            EVALUATE TRUE
                WHEN WS-CTL-EMPTY
                    CLOSE COIN-CTL-FILE
                    OPEN OUTPUT COIN-CTL-FILE
                    PERFORM FIRST-BUSINESS-DATE
                    PERFORM WRITE-NEW-RECORD
                WHEN CU-BUS-DATE = WS-PARM-DATE AND CU-COMPLETE
                    DISPLAY "NOTE: BUSINESS DATE " CU-BUS-DATE
                        " IS ALREADY COMPLETE - LEFT UNTOUCHED, "
                        "ABC150A WILL REFUSE THE RUN"
      *> A STARTED record is the evidence of an aborted run -
      *> resetting it to EXPECTED would let a PARM=0 full
      *> resubmission sail past ABC150_A's refusal and double-pay
      *> the extract. Leave it: a legitimate restart carries the
      *> checkpoint PARM and ABC150_A accepts STARTED with it.
                WHEN CU-STARTED
                    DISPLAY "NOTE: BUSINESS DATE " CU-BUS-DATE
                        " SHOWS A STARTED RUN - LEFT UNTOUCHED; "
                        "RESTART ABC150A WITH THE CHECKPOINT PARM"
                    PERFORM CHECK-PARM-AGAINST-RECORD
      *> An EXPECTED record is a business date ABC150_A has not
      *> run yet - typically refused RC=14/15 and waiting for the
      *> corrected extract. Moving on would skip that day.
                WHEN NOT CU-COMPLETE
                    DISPLAY "NOTE: BUSINESS DATE " CU-BUS-DATE
                        " HAS NOT RUN TO COMPLETION - LEFT "
                        "UNTOUCHED; RUN IT BEFORE THE NEXT ONE"
                    PERFORM CHECK-PARM-AGAINST-RECORD
                WHEN OTHER
                    PERFORM NEXT-BUSINESS-DATE
                    MOVE WS-BUS-DATE TO CU-BUS-DATE
                    MOVE WS-FIRST-TXN-DATE TO CU-FIRST-TXN-DATE
                    SET CU-EXPECTED TO TRUE
                    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
                    MOVE WS-CURR-DATE-TIME(1:14) TO CU-TIMESTAMP
                            "FILE, STATUS=" WS-COIN-CTL-FS
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        DISPLAY "RUN CONTROL " CU-REGION " SET TO "
                            WS-BUS-DATE " EXPECTED, TRANSACTIONS FROM "
                            WS-FIRST-TXN-DATE
                    END-IF
            END-EVALUATE
            CLOSE COIN-CTL-FILE
            STOP RUN.

      *> The first business day after the one last completed.
      *> The days in between - a weekend, a holiday - are the
      *> days whose transactions this run also takes.
        NEXT-BUSINESS-DATE.
            SET LB-FN-NEXT TO TRUE
            MOVE CU-BUS-DATE TO LB-DATE
            PERFORM CALL-CALENDAR
            IF NOT LB-VALID
                DISPLAY "FATAL: NO BUSINESS DAY FOUND AFTER "
                    CU-BUS-DATE " - CHECK THE RUN CONTROL AND THE "
                    "CALENDAR"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE LB-RESULT-DATE TO WS-BUS-DATE
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(CU-BUS-DATE) + 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                TO WS-FIRST-TXN-DATE
            PERFORM CHECK-CALENDAR-HORIZON
            IF WS-PARM-DATE NOT = 0
                AND WS-PARM-DATE NOT = WS-BUS-DATE
                DISPLAY "WARNING: SCHEDULER DATE " WS-PARM-DATE
                    " IS NOT THE NEXT BUSINESS DATE - SETTING "
                    WS-BUS-DATE " FROM THE CALENDAR"
                MOVE 4 TO RETURN-CODE
            END-IF.

      *> No run has completed yet, so the PARM is the only word on
      *> the date - but it must still be a business day.
        FIRST-BUSINESS-DATE.
            IF WS-PARM-DATE = 0
                DISPLAY "FATAL: NO RUN CONTROL YET - THE FIRST RUN "
                    "NEEDS THE BUSINESS DATE AS ITS PARM"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET LB-FN-TEST TO TRUE
            MOVE WS-PARM-DATE TO LB-DATE
            PERFORM CALL-CALENDAR
            IF NOT LB-VALID OR NOT LB-BUSINESS-DAY
                DISPLAY "FATAL: BUSINESS DATE PARM " WS-PARM-DATE
                    " IS NOT A BUSINESS DAY ON THE CALENDAR"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-DATE TO WS-BUS-DATE
            MOVE WS-PARM-DATE TO WS-FIRST-TXN-DATE
            PERFORM CHECK-CALENDAR-HORIZON.

      *> The calendar must be keyed at least as far as the date
      *> being set, or a holiday could be run as a business day.
      *> One that runs out is a warning - the coming year still
      *> needs keying; no calendar at all is fatal (below).
        CHECK-CALENDAR-HORIZON.
            IF LB-CAL-LAST-DATE < WS-BUS-DATE
                DISPLAY "WARNING: THE CALENDAR IS KEYED ONLY TO "
                    LB-CAL-LAST-DATE " - KEY THE HOLIDAYS AFTER IT"
                MOVE 4 TO RETURN-CODE
            END-IF.

        CHECK-PARM-AGAINST-RECORD.
            IF WS-PARM-DATE NOT = 0
                AND WS-PARM-DATE NOT = CU-BUS-DATE
                DISPLAY "WARNING: SCHEDULER DATE " WS-PARM-DATE
                    " IGNORED - BUSINESS DATE " CU-BUS-DATE
                    " IS STILL OPEN"
                MOVE 4 TO RETURN-CODE
            END-IF.

      *> A record written before the run was split by region has
      *> no region code and is the national record.
        CHECK-REGION-AGAINST-RECORD.
            IF CU-REGION NOT = WS-REGION-PARM
                DISPLAY "FATAL: RUN CONTROL IS FOR REGION '"
                    CU-REGION "' BUT THE PARM NAMES REGION '"
                    WS-REGION-PARM "' - CHECK THE COINCTL DD"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        CALL-CALENDAR.
            MOVE 0 TO LB-TO-DATE
            CALL "ABC150W" USING LB-FUNCTION LB-DATE LB-TO-DATE
                LB-RESULT-DATE LB-DAY-COUNT LB-BUSINESS-SW
                LB-VALID-SW LB-CAL-LOADED-SW LB-CAL-LAST-DATE
            IF NOT LB-CAL-LOADED
                DISPLAY "FATAL: NO BUSINESS-DAY CALENDAR - CANNOT "
                    "WORK OUT THE BUSINESS DATE"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        WRITE-NEW-RECORD.
            MOVE WS-BUS-DATE TO CU-BUS-DATE
            MOVE WS-REGION-PARM TO CU-REGION
            MOVE WS-FIRST-TXN-DATE TO CU-FIRST-TXN-DATE
            SET CU-EXPECTED TO TRUE
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO CU-TIMESTAMP
                    "STATUS=" WS-COIN-CTL-FS
                MOVE 16 TO RETURN-CODE
            ELSE
                DISPLAY "RUN CONTROL " CU-REGION " SET TO "
                    WS-BUS-DATE " EXPECTED, TRANSACTIONS FROM "
                    WS-FIRST-TXN-DATE
            END-IF.
