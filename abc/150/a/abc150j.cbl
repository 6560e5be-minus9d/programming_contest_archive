        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_J.

      *> ABC150_J - nightly extract split by store region.
      *> The whole country used to go through one ABC150_A pass,
      *> so one bad store extract or one trailer mismatch held up
      *> every region's decisions and GL posting. This step, run
      *> once after the nightly sort, tags every record of the
      *> store/date sorted extract with its store's region from
      *> the store master (SM-REGION); a DFSORT OUTFIL step in the
      *> job then cuts one partition per region, in the same
      *> order, for that region's own ABC150_A run. The
      *> supervisor dispositions waiting to post are tagged the
      *> same way, so each region posts only its own stores'.
      *> The regions the night runs are the control cards on
      *> COINRGN - the same list the OUTFIL step and the region
      *> jobs are built from.
      *> Trailers. The store consolidator may send one trailer
      *> per region (CT-STORE-ID = region code): each is passed
      *> to its region untouched and that region's ABC150_A
      *> proves its own partition against it, so a short region
      *> holds up only itself. A single national trailer (store
      *> blank) is proved here against the whole extract - it
      *> cannot be split after the fact - and when it ties each
      *> region is given a trailer of its own partition's totals.
      *> A national trailer that does not tie, is missing or is
      *> duplicated refuses the night RC=15 before anything is
      *> partitioned, exactly as ABC150_A used to.
      *> Structuring. The customer aggregate check has to see a
      *> customer's transactions in every region. Each region's
      *> partition is given one exposure record per customer it
      *> shares with other regions, carrying what the customer
      *> asked for in those regions tonight (see CPY-COIN-TXN).
      *> Records whose store is not on the store master, has no
      *> region, or is in a region the night does not run are
      *> rejected to COINREJ for the ABC150_M repair cycle; a
      *> disposition for such a store is held back on COINDSPH,
      *> which the job copies back over the disposition file so
      *> it waits for the next night instead of being lost.
      *> The national run control is marked STARTED once the
      *> split is written: a second split of the same night is
      *> refused RC=12, and ABC150_C will not roll the date on
      *> until ABC150_Z has merged the regions back into one day.
      *> Return codes: 0 clean; 4 records rejected, dispositions
      *> held back or a region short of a trailer; 12 the night
      *> was already split; 15 national trailer does not tie;
      *> 16 a control or input file could not be read.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-CTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CTL-FS.
            SELECT COIN-RGN-FILE ASSIGN TO COINRGN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-RGN-FS.
            SELECT COIN-STORE-FILE ASSIGN TO COINSTOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-STORE-FS.
            SELECT COIN-TXN-FILE ASSIGN TO COINTXN
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-TXN-FS.
            SELECT COIN-DISP-FILE ASSIGN TO COINDSP
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-DISP-FS.
            SELECT COIN-RGT-FILE ASSIGN TO COINRGT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-RGT-FS.
            SELECT COIN-RGD-FILE ASSIGN TO COINRGD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-RGD-FS.
            SELECT COIN-DSPH-FILE ASSIGN TO COINDSPH
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-DSPH-FS.
            SELECT COIN-REJ-FILE ASSIGN TO COINREJ
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-REJ-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-CTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

      *> One card per region the night runs, code in columns 1-3.
        FD COIN-RGN-FILE
            RECORDING MODE IS F.
        01  RGN-CARD-REC.
            05  RGN-CARD-REGION     PIC X(3).
            05  FILLER              PIC X(77).

        FD COIN-STORE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-STORE".

        FD COIN-TXN-FILE
            RECORDING MODE IS F.
        01  TXN-IN-REC              PIC X(99).

        FD COIN-DISP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-DISP".

      *> Region-tagged extract and disposition records: the region
      *> code ahead of the record, stripped off again by the
      *> OUTFIL step that cuts the partitions.
        FD COIN-RGT-FILE
            RECORDING MODE IS F.
        01  RGT-OUT-REC.
            05  RGT-REGION          PIC X(3).
            05  RGT-TXN-DATA        PIC X(99).

        FD COIN-RGD-FILE
            RECORDING MODE IS F.
        01  RGD-OUT-REC.
            05  RGD-REGION          PIC X(3).
            05  RGD-DISP-DATA       PIC X(149).

        FD COIN-DSPH-FILE
            RECORDING MODE IS F.
        01  DSPH-OUT-REC            PIC X(149).

        FD COIN-REJ-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-REJ".

        WORKING-STORAGE SECTION.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-COIN-RGN-FS PIC XX.
        01 WS-COIN-STORE-FS PIC XX.
        01 WS-COIN-TXN-FS PIC XX.
        01 WS-COIN-DISP-FS PIC XX.
        01 WS-COIN-RGT-FS PIC XX.
        01 WS-COIN-RGD-FS PIC XX.
        01 WS-COIN-DSPH-FS PIC XX.
        01 WS-COIN-REJ-FS PIC XX.
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-RGN-EOF-SW PIC X VALUE "N".
            88 WS-RGN-EOF VALUE "Y".
        01 WS-MSTR-EOF-SW PIC X VALUE "N".
            88 WS-MSTR-EOF VALUE "Y".
        01 WS-TXN-EOF-SW PIC X VALUE "N".
            88 WS-TXN-EOF VALUE "Y".
        01 WS-DISP-EOF-SW PIC X VALUE "N".
            88 WS-DISP-EOF VALUE "Y".
        01 WS-BUS-DATE PIC 9(8).
        01 WS-CURR-DATE-TIME PIC X(21).
      *> The extract record being split. Generated trailers and
      *> exposure records are built in the same area.
            COPY "CPY-COIN-TXN".
      *> Regions the night runs, with each partition's tallies.
      *> The record count and amount leave out resubmissions, as
      *> the consolidator's trailer does.
        01 WS-RGN-TABLE.
            05 WS-RGN-ENTRY OCCURS 50 TIMES.
                10 WS-RG-CODE PIC X(3).
                10 WS-RG-REC-COUNT PIC 9(15).
                10 WS-RG-AMOUNT PIC 9(17).
                10 WS-RG-WRITTEN PIC 9(9).
                10 WS-RG-TRAILERS PIC 9(4).
                10 WS-RG-DISP-COUNT PIC 9(9).
                10 WS-RG-XREC-COUNT PIC 9(9).
        01 WS-RGN-COUNT PIC 9(4) VALUE 0.
        01 WS-RGN-IX PIC 9(4).
        01 WS-RGN-FOUND-SW PIC X VALUE "N".
            88 WS-RGN-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-REGION PIC X(3).
      *> Store master: each store's region.
        01 WS-MSTR-TABLE.
            05 WS-MSTR-ENTRY OCCURS 500 TIMES.
                10 WS-MS-STORE-ID PIC X(6).
                10 WS-MS-REGION PIC X(3).
        01 WS-MSTR-COUNT PIC 9(4) VALUE 0.
        01 WS-MSTR-IX PIC 9(4).
        01 WS-MSTR-FOUND-SW PIC X VALUE "N".
            88 WS-MSTR-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-LOOKUP-STORE-ID PIC X(6).
      *> Customer day totals across all regions, and each
      *> customer's amount in each region it appears in.
        01 WS-CUST-TABLE.
            05 WS-CUST-ENTRY OCCURS 5000 TIMES.
                10 WS-CUST-ID PIC X(12).
                10 WS-CUST-TOTAL PIC 9(17).
        01 WS-CUST-COUNT PIC 9(5) VALUE 0.
        01 WS-CUST-IX PIC 9(5).
        01 WS-CUST-FOUND-SW PIC X VALUE "N".
            88 WS-CUST-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-CXR-TABLE.
            05 WS-CXR-ENTRY OCCURS 10000 TIMES.
                10 WS-CXR-CUST-IX PIC 9(5).
                10 WS-CXR-RGN-IX PIC 9(4).
                10 WS-CXR-AMOUNT PIC 9(17).
        01 WS-CXR-COUNT PIC 9(5) VALUE 0.
        01 WS-CXR-IX PIC 9(5).
        01 WS-CXR-FOUND-SW PIC X VALUE "N".
            88 WS-CXR-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-OTHER-AMOUNT PIC 9(17).
      *> Whole-extract tallies for the national trailer.
        01 WS-NAT-TRAILER-COUNT PIC 9(9) VALUE 0.
        01 WS-NAT-TRAILER-REC-COUNT PIC 9(15) VALUE 0.
        01 WS-NAT-TRAILER-AMOUNT PIC 9(17) VALUE 0.
        01 WS-NAT-REC-COUNT PIC 9(15) VALUE 0.
        01 WS-NAT-AMOUNT PIC 9(17) VALUE 0.
        01 WS-RGN-TRAILER-TOTAL PIC 9(9) VALUE 0.
        01 WS-TXN-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
        01 WS-DISP-HELD-COUNT PIC 9(9) VALUE 0.
        01 WS-TRAILER-WARN-COUNT PIC 9(9) VALUE 0.
        01 WS-REPORT-LINE PIC X(80).

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_J NIGHTLY EXTRACT SPLIT BY REGION"
            DISPLAY "=============================================="
            PERFORM VERIFY-RUN-CONTROL
            PERFORM LOAD-REGION-LIST
            PERFORM LOAD-STORE-MASTER

            OPEN INPUT COIN-TXN-FILE
            IF WS-COIN-TXN-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-TXN-FILE, "
                    "STATUS=" WS-COIN-TXN-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-OUTPUT-FILES

            PERFORM READ-COIN-TXN
            PERFORM UNTIL WS-TXN-EOF
                ADD 1 TO WS-TXN-READ-COUNT
                IF CT-REC-TRAILER
                    PERFORM TAKE-TRAILER
                ELSE
                    PERFORM ROUTE-TXN-RECORD
                END-IF
                PERFORM READ-COIN-TXN
            END-PERFORM
            CLOSE COIN-TXN-FILE

            PERFORM RESOLVE-TRAILERS
            PERFORM WRITE-EXPOSURE-RECORDS
            PERFORM SPLIT-DISPOSITIONS

            CLOSE COIN-RGT-FILE
            CLOSE COIN-RGD-FILE
            CLOSE COIN-DSPH-FILE
            CLOSE COIN-REJ-FILE

            PERFORM MARK-NIGHT-SPLIT
            PERFORM PRINT-SPLIT-REPORT

            IF WS-REJECT-COUNT > 0
                OR WS-DISP-HELD-COUNT > 0
                OR WS-TRAILER-WARN-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *> The national record - region blank - must have been
      *> rolled to tonight by ABC150_C and not split yet. Refused
      *> before anything is written.
        VERIFY-RUN-CONTROL.
            OPEN INPUT COIN-CTL-FILE
            IF WS-COIN-CTL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-CTL-FILE, "
                    "STATUS=" WS-COIN-CTL-FS
                    " - RUN ABC150C TO SET THE BUSINESS DATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ COIN-CTL-FILE
                AT END
                    SET WS-CTL-EMPTY TO TRUE
            END-READ
            IF WS-CTL-EMPTY
                DISPLAY "FATAL: COIN-CTL-FILE IS EMPTY - RUN "
                    "ABC150C TO SET THE BUSINESS DATE"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CU-BUS-DATE TO WS-BUS-DATE
            EVALUATE TRUE
                WHEN CU-REGION NOT = SPACES
                    DISPLAY "FATAL: COIN-CTL-FILE IS REGION '"
                        CU-REGION "'S RUN CONTROL - THE SPLIT "
                        "NEEDS THE NATIONAL ONE"
                    CLOSE COIN-CTL-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                WHEN CU-STARTED OR CU-COMPLETE
                    DISPLAY "FATAL: BUSINESS DATE " CU-BUS-DATE
                        " WAS ALREADY SPLIT (" CU-RUN-STATUS
                        ") - REFUSING, THE REGION PARTITIONS "
                        "ARE LEFT AS THEY ARE"
                    CLOSE COIN-CTL-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            CLOSE COIN-CTL-FILE
            DISPLAY "BUSINESS DATE . . . . . . : " WS-BUS-DATE.

        LOAD-REGION-LIST.
            OPEN INPUT COIN-RGN-FILE
            IF WS-COIN-RGN-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-RGN-FILE, "
                    "STATUS=" WS-COIN-RGN-FS
                    " - NO REGION LIST TO SPLIT BY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-RGN-EOF
                READ COIN-RGN-FILE
                    AT END
                        SET WS-RGN-EOF TO TRUE
                    NOT AT END
                        IF RGN-CARD-REGION NOT = SPACES
                            PERFORM ADD-REGION-CARD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-RGN-FILE
            IF WS-RGN-COUNT = 0
                DISPLAY "FATAL: COIN-RGN-FILE NAMES NO REGIONS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        ADD-REGION-CARD.
            MOVE RGN-CARD-REGION TO WS-LOOKUP-REGION
            PERFORM LOCATE-REGION
            EVALUATE TRUE
                WHEN WS-RGN-FOUND
                    DISPLAY "WARNING: REGION " RGN-CARD-REGION
                        " IS LISTED TWICE - SECOND CARD IGNORED"
                WHEN WS-RGN-COUNT < 50
                    ADD 1 TO WS-RGN-COUNT
                    MOVE RGN-CARD-REGION TO WS-RG-CODE(WS-RGN-COUNT)
                    MOVE 0 TO WS-RG-REC-COUNT(WS-RGN-COUNT)
                    MOVE 0 TO WS-RG-AMOUNT(WS-RGN-COUNT)
                    MOVE 0 TO WS-RG-WRITTEN(WS-RGN-COUNT)
                    MOVE 0 TO WS-RG-TRAILERS(WS-RGN-COUNT)
                    MOVE 0 TO WS-RG-DISP-COUNT(WS-RGN-COUNT)
                    MOVE 0 TO WS-RG-XREC-COUNT(WS-RGN-COUNT)
                WHEN OTHER
                    DISPLAY "FATAL: MORE THAN 50 REGIONS ON "
                        "COIN-RGN-FILE"
                    CLOSE COIN-RGN-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

      *> Without the master no store can be placed in a region -
      *> every record would be rejected - so it is a refusal.
        LOAD-STORE-MASTER.
            OPEN INPUT COIN-STORE-FILE
            IF WS-COIN-STORE-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-STORE-FILE, "
                    "STATUS=" WS-COIN-STORE-FS
                    " - NO STORE CAN BE PLACED IN A REGION"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-MSTR-EOF
                READ COIN-STORE-FILE
                    AT END
                        SET WS-MSTR-EOF TO TRUE
                    NOT AT END
                        IF WS-MSTR-COUNT < 500
                            ADD 1 TO WS-MSTR-COUNT
                            MOVE SM-STORE-ID
                                TO WS-MS-STORE-ID(WS-MSTR-COUNT)
                            MOVE SM-REGION
                                TO WS-MS-REGION(WS-MSTR-COUNT)
                        ELSE
                            DISPLAY "FATAL: MORE THAN 500 STORE "
                                "MASTER ROWS - ENLARGE THE TABLE"
                            CLOSE COIN-STORE-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COIN-STORE-FILE.

        OPEN-OUTPUT-FILES.
            OPEN OUTPUT COIN-RGT-FILE
            IF WS-COIN-RGT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-RGT-FILE, "
                    "STATUS=" WS-COIN-RGT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT COIN-RGD-FILE
            IF WS-COIN-RGD-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-RGD-FILE, "
                    "STATUS=" WS-COIN-RGD-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT COIN-DSPH-FILE
            IF WS-COIN-DSPH-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-DSPH-FILE, "
                    "STATUS=" WS-COIN-DSPH-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT COIN-REJ-FILE
            IF WS-COIN-REJ-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-REJ-FILE, "
                    "STATUS=" WS-COIN-REJ-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        READ-COIN-TXN.
            READ COIN-TXN-FILE INTO CPY-COIN-TXN-REC
                AT END
                    SET WS-TXN-EOF TO TRUE
            END-READ
            IF WS-COIN-TXN-FS NOT = "00" AND WS-COIN-TXN-FS NOT = "10"
                DISPLAY "ERROR READING COIN-TXN-FILE, STATUS="
                    WS-COIN-TXN-FS
            END-IF.

      *> A region trailer goes to its region as sent. A national
      *> trailer is held for RESOLVE-TRAILERS.
        TAKE-TRAILER.
            IF CT-STORE-ID = SPACES
                ADD 1 TO WS-NAT-TRAILER-COUNT
                IF CT-COIN-COUNT IS NUMERIC
                    MOVE CT-COIN-COUNT TO WS-NAT-TRAILER-REC-COUNT
                END-IF
                IF CT-REQ-AMOUNT IS NUMERIC
                    MOVE CT-REQ-AMOUNT TO WS-NAT-TRAILER-AMOUNT
                END-IF
            ELSE
                MOVE CT-STORE-ID(1:3) TO WS-LOOKUP-REGION
                PERFORM LOCATE-REGION
                IF WS-RGN-FOUND
                    ADD 1 TO WS-RGN-TRAILER-TOTAL
                    ADD 1 TO WS-RG-TRAILERS(WS-RGN-IX)
                    PERFORM WRITE-TAGGED-TXN
                ELSE
                    DISPLAY "WARNING: TRAILER FOR REGION '"
                        CT-STORE-ID "' WHICH THE NIGHT DOES NOT "
                        "RUN - IGNORED"
                    ADD 1 TO WS-TRAILER-WARN-COUNT
                END-IF
            END-IF.

        ROUTE-TXN-RECORD.
            IF NOT CT-RESUBMITTED
                ADD 1 TO WS-NAT-REC-COUNT
                IF CT-REQ-AMOUNT IS NUMERIC
                    ADD CT-REQ-AMOUNT TO WS-NAT-AMOUNT
                END-IF
            END-IF
            MOVE CT-STORE-ID TO WS-LOOKUP-STORE-ID
            PERFORM LOCATE-STORE
            EVALUATE TRUE
                WHEN NOT WS-MSTR-FOUND
                    MOVE "STOR" TO CJ-REASON-CD
                    MOVE "STORE NOT ON STORE MASTER"
                        TO CJ-REASON-TEXT
                    PERFORM WRITE-REJECT
                WHEN WS-MS-REGION(WS-MSTR-IX) = SPACES
                    MOVE "NRGN" TO CJ-REASON-CD
                    MOVE "STORE HAS NO REGION ON THE STORE MASTER"
                        TO CJ-REASON-TEXT
                    PERFORM WRITE-REJECT
                WHEN OTHER
                    MOVE WS-MS-REGION(WS-MSTR-IX) TO WS-LOOKUP-REGION
                    PERFORM LOCATE-REGION
                    IF WS-RGN-FOUND
                        PERFORM PLACE-TXN-RECORD
                    ELSE
                        MOVE "NRGN" TO CJ-REASON-CD
                        MOVE "STORE'S REGION IS NOT IN THE NIGHTLY RUN"
                            TO CJ-REASON-TEXT
                        PERFORM WRITE-REJECT
                    END-IF
            END-EVALUATE.

        PLACE-TXN-RECORD.
            PERFORM WRITE-TAGGED-TXN
            IF NOT CT-RESUBMITTED
                ADD 1 TO WS-RG-REC-COUNT(WS-RGN-IX)
                IF CT-REQ-AMOUNT IS NUMERIC
                    ADD CT-REQ-AMOUNT TO WS-RG-AMOUNT(WS-RGN-IX)
                END-IF
            END-IF
            IF CT-CUST-ID NOT = SPACES
                AND (CT-REC-SINGLE OR CT-REC-HEADER)
                AND CT-TYPE-NORMAL
                AND CT-REQ-AMOUNT IS NUMERIC
                PERFORM ADD-CUSTOMER-EXPOSURE
            END-IF.

      *> What ABC150_A's aggregate check adds up: the requested
      *> amount of every redemption (a set counted once, on its
      *> header) that names the customer.
        ADD-CUSTOMER-EXPOSURE.
            SET WS-CUST-FOUND TO FALSE
            PERFORM VARYING WS-CUST-IX FROM 1 BY 1
                UNTIL WS-CUST-IX > WS-CUST-COUNT OR WS-CUST-FOUND
                IF WS-CUST-ID(WS-CUST-IX) = CT-CUST-ID
                    SET WS-CUST-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-CUST-FOUND
                SUBTRACT 1 FROM WS-CUST-IX
            ELSE
                IF WS-CUST-COUNT < 5000
                    ADD 1 TO WS-CUST-COUNT
                    MOVE WS-CUST-COUNT TO WS-CUST-IX
                    MOVE CT-CUST-ID TO WS-CUST-ID(WS-CUST-IX)
                    MOVE 0 TO WS-CUST-TOTAL(WS-CUST-IX)
                ELSE
                    PERFORM REFUSE-EXPOSURE-OVERFLOW
                END-IF
            END-IF
            ADD CT-REQ-AMOUNT TO WS-CUST-TOTAL(WS-CUST-IX)
            SET WS-CXR-FOUND TO FALSE
            PERFORM VARYING WS-CXR-IX FROM 1 BY 1
                UNTIL WS-CXR-IX > WS-CXR-COUNT OR WS-CXR-FOUND
                IF WS-CXR-CUST-IX(WS-CXR-IX) = WS-CUST-IX
                    AND WS-CXR-RGN-IX(WS-CXR-IX) = WS-RGN-IX
                    SET WS-CXR-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-CXR-FOUND
                SUBTRACT 1 FROM WS-CXR-IX
            ELSE
                IF WS-CXR-COUNT < 10000
                    ADD 1 TO WS-CXR-COUNT
                    MOVE WS-CXR-COUNT TO WS-CXR-IX
                    MOVE WS-CUST-IX TO WS-CXR-CUST-IX(WS-CXR-IX)
                    MOVE WS-RGN-IX TO WS-CXR-RGN-IX(WS-CXR-IX)
                    MOVE 0 TO WS-CXR-AMOUNT(WS-CXR-IX)
                ELSE
                    PERFORM REFUSE-EXPOSURE-OVERFLOW
                END-IF
            END-IF
            ADD CT-REQ-AMOUNT TO WS-CXR-AMOUNT(WS-CXR-IX).

      *> Splitting on without the whole customer picture would run
      *> the regions without the cross-region structuring check.
        REFUSE-EXPOSURE-OVERFLOW.
            DISPLAY "FATAL: TOO MANY CUSTOMERS IN THE EXTRACT FOR "
                "THE CROSS-REGION EXPOSURE TABLES - ENLARGE THEM, "
                "NOTHING SPLIT"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

        WRITE-TAGGED-TXN.
            MOVE WS-RG-CODE(WS-RGN-IX) TO RGT-REGION
            MOVE CPY-COIN-TXN-REC TO RGT-TXN-DATA
            WRITE RGT-OUT-REC
            IF WS-COIN-RGT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT WRITE COIN-RGT-FILE, "
                    "STATUS=" WS-COIN-RGT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RG-WRITTEN(WS-RGN-IX).

        WRITE-REJECT.
            MOVE CT-TXN-ID TO CJ-TXN-ID
            MOVE CT-STORE-ID TO CJ-STORE-ID
            MOVE CPY-COIN-TXN-REC TO CJ-RAW-RECORD
            WRITE CPY-COIN-REJ-REC
            IF WS-COIN-REJ-FS NOT = "00"
                DISPLAY "ERROR WRITING COIN-REJ-FILE, STATUS="
                    WS-COIN-REJ-FS
            END-IF
            ADD 1 TO WS-REJECT-COUNT.

      *> Region trailers as sent win over a national one: the
      *> consolidator has already cut its totals by region. A
      *> listed region with no trailer of its own is warned here
      *> and refused RC=15 by its own run, which leaves the other
      *> regions running.
        RESOLVE-TRAILERS.
            IF WS-RGN-TRAILER-TOTAL > 0
                IF WS-NAT-TRAILER-COUNT > 0
                    DISPLAY "NOTE: NATIONAL TRAILER IGNORED - THE "
                        "EXTRACT CARRIES REGION TRAILERS"
                END-IF
                PERFORM VARYING WS-RGN-IX FROM 1 BY 1
                    UNTIL WS-RGN-IX > WS-RGN-COUNT
                    IF WS-RG-TRAILERS(WS-RGN-IX) = 0
                        DISPLAY "WARNING: REGION "
                            WS-RG-CODE(WS-RGN-IX) " HAS NO TRAILER "
                            "- ITS RUN WILL REFUSE THE PARTITION"
                        ADD 1 TO WS-TRAILER-WARN-COUNT
                    END-IF
                END-PERFORM
            ELSE
                PERFORM VERIFY-NATIONAL-TRAILER
                PERFORM VARYING WS-RGN-IX FROM 1 BY 1
                    UNTIL WS-RGN-IX > WS-RGN-COUNT
                    PERFORM WRITE-REGION-TRAILER
                END-PERFORM
            END-IF.

      *> The same proof ABC150_A made of the whole extract, and
      *> the same refusal: nothing is partitioned and the national
      *> run control is not marked, so the corrected extract is
      *> simply rerun.
        VERIFY-NATIONAL-TRAILER.
            EVALUATE TRUE
                WHEN WS-NAT-TRAILER-COUNT = 0
                    DISPLAY "FATAL: EXTRACT CARRIES NO TRAILER "
                        "RECORD - TRANSMISSION CANNOT BE VERIFIED, "
                        "NOTHING SPLIT"
                    MOVE 15 TO RETURN-CODE
                    STOP RUN
                WHEN WS-NAT-TRAILER-COUNT > 1
                    DISPLAY "FATAL: EXTRACT CARRIES "
                        WS-NAT-TRAILER-COUNT " TRAILER RECORDS - "
                        "TRANSMISSION CANNOT BE VERIFIED, "
                        "NOTHING SPLIT"
                    MOVE 15 TO RETURN-CODE
                    STOP RUN
                WHEN WS-NAT-REC-COUNT NOT = WS-NAT-TRAILER-REC-COUNT
                    DISPLAY "FATAL: EXTRACT HAS "
                        WS-NAT-REC-COUNT " RECORDS BUT THE "
                        "TRAILER DECLARES " WS-NAT-TRAILER-REC-COUNT
                        " - SHORT OR PADDED TRANSMISSION, "
                        "NOTHING SPLIT"
                    MOVE 15 TO RETURN-CODE
                    STOP RUN
                WHEN WS-NAT-AMOUNT NOT = WS-NAT-TRAILER-AMOUNT
                    DISPLAY "FATAL: EXTRACT REQUESTED AMOUNTS SUM "
                        "TO " WS-NAT-AMOUNT " BUT THE TRAILER "
                        "DECLARES " WS-NAT-TRAILER-AMOUNT
                        " - CORRUPT TRANSMISSION, NOTHING SPLIT"
                    MOVE 15 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> Every listed region gets one, even with no records, so a
      *> quiet region still runs, posts its dispositions and
      *> completes.
        WRITE-REGION-TRAILER.
            PERFORM CLEAR-TXN-RECORD
            MOVE WS-RG-CODE(WS-RGN-IX) TO CT-STORE-ID
            MOVE WS-RG-REC-COUNT(WS-RGN-IX) TO CT-COIN-COUNT
            MOVE WS-RG-AMOUNT(WS-RGN-IX) TO CT-REQ-AMOUNT
            MOVE WS-BUS-DATE TO CT-TXN-DATE
            SET CT-REC-TRAILER TO TRUE
            PERFORM WRITE-TAGGED-TXN.

      *> One record per customer and region, carrying what the
      *> customer asked for everywhere else.
        WRITE-EXPOSURE-RECORDS.
            PERFORM VARYING WS-CXR-IX FROM 1 BY 1
                UNTIL WS-CXR-IX > WS-CXR-COUNT
                MOVE WS-CXR-CUST-IX(WS-CXR-IX) TO WS-CUST-IX
                MOVE WS-CXR-RGN-IX(WS-CXR-IX) TO WS-RGN-IX
                COMPUTE WS-OTHER-AMOUNT = WS-CUST-TOTAL(WS-CUST-IX)
                    - WS-CXR-AMOUNT(WS-CXR-IX)
                IF WS-OTHER-AMOUNT > 0
                    PERFORM CLEAR-TXN-RECORD
                    MOVE WS-RG-CODE(WS-RGN-IX) TO CT-STORE-ID
                    MOVE WS-OTHER-AMOUNT TO CT-REQ-AMOUNT
                    MOVE WS-BUS-DATE TO CT-TXN-DATE
                    MOVE WS-CUST-ID(WS-CUST-IX) TO CT-CUST-ID
                    SET CT-REC-EXPOSURE TO TRUE
                    PERFORM WRITE-TAGGED-TXN
                    ADD 1 TO WS-RG-XREC-COUNT(WS-RGN-IX)
                END-IF
            END-PERFORM.

        CLEAR-TXN-RECORD.
            MOVE SPACES TO CPY-COIN-TXN-REC
            MOVE 0 TO CT-COIN-COUNT
            MOVE 0 TO CT-REQ-AMOUNT
            MOVE 0 TO CT-TXN-DATE
            MOVE 0 TO CT-TXN-TIME.

      *> A missing disposition file is not an error - no
      *> supervisor session since the last run.
        SPLIT-DISPOSITIONS.
            OPEN INPUT COIN-DISP-FILE
            IF WS-COIN-DISP-FS NOT = "00"
                DISPLAY "NOTE: NO DISPOSITION FILE, STATUS="
                    WS-COIN-DISP-FS
            ELSE
                PERFORM READ-COIN-DISP
                PERFORM UNTIL WS-DISP-EOF
                    PERFORM ROUTE-DISPOSITION
                    PERFORM READ-COIN-DISP
                END-PERFORM
                CLOSE COIN-DISP-FILE
            END-IF.

        READ-COIN-DISP.
            READ COIN-DISP-FILE
                AT END
                    SET WS-DISP-EOF TO TRUE
            END-READ
            IF WS-COIN-DISP-FS NOT = "00"
                AND WS-COIN-DISP-FS NOT = "10"
                DISPLAY "ERROR READING COIN-DISP-FILE, STATUS="
                    WS-COIN-DISP-FS
            END-IF.

        ROUTE-DISPOSITION.
            SET WS-RGN-FOUND TO FALSE
            MOVE CD-STORE-ID TO WS-LOOKUP-STORE-ID
            PERFORM LOCATE-STORE
            IF WS-MSTR-FOUND
                MOVE WS-MS-REGION(WS-MSTR-IX) TO WS-LOOKUP-REGION
                PERFORM LOCATE-REGION
            END-IF
            IF WS-RGN-FOUND
                MOVE WS-RG-CODE(WS-RGN-IX) TO RGD-REGION
                MOVE CPY-COIN-DISP-REC TO RGD-DISP-DATA
                WRITE RGD-OUT-REC
                IF WS-COIN-RGD-FS NOT = "00"
                    DISPLAY "FATAL: COULD NOT WRITE COIN-RGD-FILE, "
                        "STATUS=" WS-COIN-RGD-FS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RG-DISP-COUNT(WS-RGN-IX)
            ELSE
                DISPLAY "WARNING: DISPOSITION " CD-TXN-ID
                    " STORE " CD-STORE-ID " IS IN NO REGION THE "
                    "NIGHT RUNS - HELD BACK"
                MOVE CPY-COIN-DISP-REC TO DSPH-OUT-REC
                WRITE DSPH-OUT-REC
                IF WS-COIN-DSPH-FS NOT = "00"
                    DISPLAY "FATAL: COULD NOT WRITE COIN-DSPH-FILE, "
                        "STATUS=" WS-COIN-DSPH-FS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-DISP-HELD-COUNT
            END-IF.

        LOCATE-STORE.
            SET WS-MSTR-FOUND TO FALSE
            PERFORM VARYING WS-MSTR-IX FROM 1 BY 1
                UNTIL WS-MSTR-IX > WS-MSTR-COUNT OR WS-MSTR-FOUND
                IF WS-MS-STORE-ID(WS-MSTR-IX) = WS-LOOKUP-STORE-ID
                    SET WS-MSTR-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-MSTR-FOUND
                SUBTRACT 1 FROM WS-MSTR-IX
            END-IF.

        LOCATE-REGION.
            SET WS-RGN-FOUND TO FALSE
            PERFORM VARYING WS-RGN-IX FROM 1 BY 1
                UNTIL WS-RGN-IX > WS-RGN-COUNT OR WS-RGN-FOUND
                IF WS-RG-CODE(WS-RGN-IX) = WS-LOOKUP-REGION
                    SET WS-RGN-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RGN-FOUND
                SUBTRACT 1 FROM WS-RGN-IX
            END-IF.

        MARK-NIGHT-SPLIT.
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
            SET CU-STARTED TO TRUE
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

        PRINT-SPLIT-REPORT.
            DISPLAY "EXTRACT RECORDS READ. . . : " WS-TXN-READ-COUNT
            DISPLAY "REGION  WRITTEN   TXN RECORDS     TXN AMOUNT"
                "        DISPS     XREGION"
            PERFORM VARYING WS-RGN-IX FROM 1 BY 1
                UNTIL WS-RGN-IX > WS-RGN-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING WS-RG-CODE(WS-RGN-IX) DELIMITED BY SIZE
                    "     " DELIMITED BY SIZE
                    WS-RG-WRITTEN(WS-RGN-IX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-RG-REC-COUNT(WS-RGN-IX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-RG-AMOUNT(WS-RGN-IX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-RG-DISP-COUNT(WS-RGN-IX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-RG-XREC-COUNT(WS-RGN-IX) DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
            END-PERFORM
            DISPLAY "RECORDS REJECTED. . . . . : " WS-REJECT-COUNT
            DISPLAY "DISPOSITIONS HELD BACK. . : " WS-DISP-HELD-COUNT
            DISPLAY "CUSTOMERS SEEN. . . . . . : " WS-CUST-COUNT
            DISPLAY "RUN CONTROL " WS-BUS-DATE " MARKED STARTED - "
                "SUBMIT THE REGION JOBS"
            DISPLAY "==============================================".
