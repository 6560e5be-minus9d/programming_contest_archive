        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_CN.

      *> ABC150_CN - customer notification feed.
      *> A referred customer leaves the store with no money and no
      *> answer, and nobody used to tell them what the supervisor
      *> decided. This step builds the nightly outbound file the
      *> letter/SMS vendor picks up, from the day's COINAUD and
      *> the supervisor dispositions the night posted:
      *>   R  a redemption the rules referred ("REF")
      *>   A  a referral the supervisor approved - a "Yes" row
      *>      posted from a disposition
      *>   D  a referral the supervisor declined - a "No " row
      *>      posted from a disposition
      *>   V  an approved redemption that was reversed ("REV")
      *> An ordinary rule "Yes" or "No " is not notified - the
      *> customer had the answer at the counter.
      *> Each notice carries the customer, the store name from the
      *> store master, the amount and a reason text. Notices the
      *> vendor rejected on an earlier feed (the resend file
      *> ABC150_CR builds) go out again ahead of tonight's, up to
      *> a limit of sends. A notice with no customer ID, or one
      *> the vendor has refused too often, is not sent: it is
      *> written to the manual-contact list for the store to
      *> reach the customer by hand. The feed ends with a trailer
      *> of its own control totals.
      *> Return codes: 0 clean; 4 notices for the stores to give
      *> by hand; 16 an input could not be read or an output
      *> written.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-CTL-FILE ASSIGN TO COINCTL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-CTL-FS.
            SELECT COIN-AUDIT-FILE ASSIGN TO COINAUD
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-AUDIT-FS.
            SELECT COIN-DISP-FILE ASSIGN TO COINDSP
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-DISP-FS.
            SELECT COIN-STORE-FILE ASSIGN TO COINSTOR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-COIN-STORE-FS.
            SELECT NOTE-RESEND-FILE ASSIGN TO COINNRS
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTE-RESEND-FS.
            SELECT NOTE-FEED-FILE ASSIGN TO COINNTF
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTE-FEED-FS.
            SELECT NOTE-MANUAL-FILE ASSIGN TO COINNTM
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTE-MANUAL-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-CTL-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-RUNCTL".

        FD COIN-AUDIT-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-AUDIT".

        FD COIN-DISP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-DISP".

        FD COIN-STORE-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-STORE".

        FD NOTE-RESEND-FILE
            RECORDING MODE IS F.
        01  NOTE-RESEND-REC         PIC X(156).

        FD NOTE-FEED-FILE
            RECORDING MODE IS F.
        01  NOTE-FEED-REC           PIC X(156).

        FD NOTE-MANUAL-FILE
            RECORDING MODE IS F.
        01  NOTE-MANUAL-REC         PIC X(156).

        WORKING-STORAGE SECTION.
        01 WS-COIN-CTL-FS PIC XX.
        01 WS-COIN-AUDIT-FS PIC XX.
        01 WS-COIN-DISP-FS PIC XX.
        01 WS-COIN-STORE-FS PIC XX.
        01 WS-NOTE-RESEND-FS PIC XX.
        01 WS-NOTE-FEED-FS PIC XX.
        01 WS-NOTE-MANUAL-FS PIC XX.
        01 WS-CTL-EMPTY-SW PIC X VALUE "N".
            88 WS-CTL-EMPTY VALUE "Y".
        01 WS-AUDIT-EOF-SW PIC X VALUE "N".
            88 WS-AUDIT-EOF VALUE "Y".
        01 WS-DISP-EOF-SW PIC X VALUE "N".
            88 WS-DISP-EOF VALUE "Y".
        01 WS-MSTR-EOF-SW PIC X VALUE "N".
            88 WS-MSTR-EOF VALUE "Y".
        01 WS-RESEND-EOF-SW PIC X VALUE "N".
            88 WS-RESEND-EOF VALUE "Y".
        01 WS-BUS-DATE PIC 9(8).
        01 WS-HOME-CURRENCY PIC X(3) VALUE "JPY".
      *> A notice the vendor has refused this many times is given
      *> to the store to deliver by hand instead of being sent
      *> yet again.
        01 WS-SEND-LIMIT PIC 9(2) VALUE 3.
      *> The notice being built, or the resend being read back.
            COPY "CPY-COIN-NOTE".
        01 WS-NOTICE-SW PIC X VALUE "N".
            88 WS-NOTICE-DUE VALUE "Y" WHEN SET TO FALSE IS "N".
      *> Store master: each store's name.
        01 WS-MSTR-TABLE.
            05 WS-MSTR-ENTRY OCCURS 500 TIMES.
                10 WS-MS-STORE-ID PIC X(6).
                10 WS-MS-STORE-NAME PIC X(30).
        01 WS-MSTR-COUNT PIC 9(4) VALUE 0.
        01 WS-MSTR-IX PIC 9(4).
        01 WS-MSTR-FOUND-SW PIC X VALUE "N".
            88 WS-MSTR-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
      *> The night's supervisor dispositions, by transaction: what
      *> marks an audit "Yes"/"No " row as a referral's outcome,
      *> and the date the customer presented the coin.
        01 WS-DSP-TABLE.
            05 WS-DSP-ENTRY OCCURS 5000 TIMES.
                10 WS-DSP-TXN-ID PIC X(10).
                10 WS-DSP-TXN-DATE PIC 9(8).
        01 WS-DSP-COUNT PIC 9(5) VALUE 0.
        01 WS-DSP-IX PIC 9(5).
        01 WS-DSP-FOUND-SW PIC X VALUE "N".
            88 WS-DSP-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
      *> Control totals. The feed's are what the trailer carries.
        01 WS-AUDIT-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-FEED-COUNT PIC 9(9) VALUE 0.
        01 WS-FEED-AMOUNT PIC 9(17) VALUE 0.
        01 WS-TYPE-TOTALS.
            05 WS-TYPE-ENTRY OCCURS 4 TIMES.
                10 WS-TY-COUNT PIC 9(9).
                10 WS-TY-AMOUNT PIC 9(17).
        01 WS-TYPE-IX PIC 9(1).
        01 WS-RESEND-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-RESEND-SENT-COUNT PIC 9(9) VALUE 0.
        01 WS-RESEND-SENT-AMOUNT PIC 9(17) VALUE 0.
        01 WS-MANUAL-NOCUST-COUNT PIC 9(9) VALUE 0.
        01 WS-MANUAL-LIMIT-COUNT PIC 9(9) VALUE 0.
        01 WS-MANUAL-AMOUNT PIC 9(17) VALUE 0.
        01 WS-REPORT-LINE PIC X(80).

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_CN CUSTOMER NOTIFICATION FEED"
            DISPLAY "=============================================="
            PERFORM READ-RUN-CONTROL
            PERFORM LOAD-STORE-MASTER
            PERFORM LOAD-DISPOSITIONS

            OPEN INPUT COIN-AUDIT-FILE
            IF WS-COIN-AUDIT-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-AUDIT-FILE, "
                    "STATUS=" WS-COIN-AUDIT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-OUTPUT-FILES
            INITIALIZE WS-TYPE-TOTALS

      *> Resends ride ahead of tonight's notices, the way the GL
      *> retransmissions ride ahead of the GL extract.
            PERFORM SEND-RESENDS

            PERFORM READ-COIN-AUDIT
            PERFORM UNTIL WS-AUDIT-EOF
                ADD 1 TO WS-AUDIT-READ-COUNT
                PERFORM CLASSIFY-AUDIT-ROW
                IF WS-NOTICE-DUE
                    PERFORM ROUTE-NOTICE
                END-IF
                PERFORM READ-COIN-AUDIT
            END-PERFORM
            CLOSE COIN-AUDIT-FILE

            PERFORM WRITE-FEED-TRAILER
            CLOSE NOTE-FEED-FILE
            CLOSE NOTE-MANUAL-FILE

            PERFORM PRINT-CONTROL-REPORT

            IF WS-MANUAL-NOCUST-COUNT > 0 OR WS-MANUAL-LIMIT-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *> The business date stamps every record of the feed.
        READ-RUN-CONTROL.
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
                    "BUSINESS DATE FOR THE FEED"
                CLOSE COIN-CTL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CU-BUS-DATE TO WS-BUS-DATE
            CLOSE COIN-CTL-FILE
            DISPLAY "BUSINESS DATE . . . . . . : " WS-BUS-DATE.

      *> The store name is on every notice the customer gets, so
      *> the feed is not built without the master.
        LOAD-STORE-MASTER.
            OPEN INPUT COIN-STORE-FILE
            IF WS-COIN-STORE-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN COIN-STORE-FILE, "
                    "STATUS=" WS-COIN-STORE-FS
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
                            MOVE SM-STORE-NAME
                                TO WS-MS-STORE-NAME(WS-MSTR-COUNT)
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

      *> No dispositions is an ordinary night - nothing was
      *> approved or declined. A table too small to hold them
      *> would mis-read outcomes as rule decisions and lose the
      *> notices, so that refuses the run.
        LOAD-DISPOSITIONS.
            OPEN INPUT COIN-DISP-FILE
            IF WS-COIN-DISP-FS NOT = "00"
                DISPLAY "NOTE: NO DISPOSITIONS TONIGHT, STATUS="
                    WS-COIN-DISP-FS
            ELSE
                PERFORM UNTIL WS-DISP-EOF
                    READ COIN-DISP-FILE
                        AT END
                            SET WS-DISP-EOF TO TRUE
                        NOT AT END
                            PERFORM ADD-DISPOSITION
                    END-READ
                END-PERFORM
                CLOSE COIN-DISP-FILE
            END-IF.

        ADD-DISPOSITION.
            IF WS-DSP-COUNT < 5000
                ADD 1 TO WS-DSP-COUNT
                MOVE CD-TXN-ID TO WS-DSP-TXN-ID(WS-DSP-COUNT)
                IF CD-TXN-DATE IS NUMERIC
                    MOVE CD-TXN-DATE TO WS-DSP-TXN-DATE(WS-DSP-COUNT)
                ELSE
                    MOVE WS-BUS-DATE TO WS-DSP-TXN-DATE(WS-DSP-COUNT)
                END-IF
            ELSE
                DISPLAY "FATAL: MORE THAN 5000 DISPOSITIONS - "
                    "ENLARGE THE TABLE"
                CLOSE COIN-DISP-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        OPEN-OUTPUT-FILES.
            OPEN OUTPUT NOTE-FEED-FILE
            IF WS-NOTE-FEED-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN NOTE-FEED-FILE, "
                    "STATUS=" WS-NOTE-FEED-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT NOTE-MANUAL-FILE
            IF WS-NOTE-MANUAL-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN NOTE-MANUAL-FILE, "
                    "STATUS=" WS-NOTE-MANUAL-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        READ-COIN-AUDIT.
            READ COIN-AUDIT-FILE
                AT END
                    SET WS-AUDIT-EOF TO TRUE
            END-READ
            IF WS-COIN-AUDIT-FS NOT = "00"
                AND WS-COIN-AUDIT-FS NOT = "10"
                DISPLAY "FATAL: ERROR READING COIN-AUDIT-FILE, "
                    "STATUS=" WS-COIN-AUDIT-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> Notices the vendor refused are sent again as they were,
      *> with the send count moved on - until the limit, when the
      *> store is asked to give the notice by hand instead.
        SEND-RESENDS.
            OPEN INPUT NOTE-RESEND-FILE
            IF WS-NOTE-RESEND-FS NOT = "00"
                DISPLAY "NOTE: NO RESEND FILE, STATUS="
                    WS-NOTE-RESEND-FS
            ELSE
                PERFORM UNTIL WS-RESEND-EOF
                    READ NOTE-RESEND-FILE INTO CPY-COIN-NOTE-REC
                        AT END
                            SET WS-RESEND-EOF TO TRUE
                        NOT AT END
                            PERFORM SEND-ONE-RESEND
                    END-READ
                END-PERFORM
                CLOSE NOTE-RESEND-FILE
            END-IF.

        SEND-ONE-RESEND.
            ADD 1 TO WS-RESEND-READ-COUNT
            IF NT-SEND-COUNT IS NOT NUMERIC
                MOVE 1 TO NT-SEND-COUNT
            END-IF
            IF NT-AMOUNT IS NOT NUMERIC
                MOVE 0 TO NT-AMOUNT
            END-IF
            IF NT-SEND-COUNT NOT < WS-SEND-LIMIT
                ADD 1 TO WS-MANUAL-LIMIT-COUNT
                PERFORM WRITE-MANUAL-NOTICE
                MOVE SPACES TO WS-REPORT-LINE
                STRING "CONTACT BY HAND: STORE " DELIMITED BY SIZE
                    NT-STORE-ID DELIMITED BY SIZE
                    " TXN " DELIMITED BY SIZE
                    NT-TXN-ID DELIMITED BY SIZE
                    " CUST " DELIMITED BY SIZE
                    NT-CUST-ID DELIMITED BY SIZE
                    " REFUSED " DELIMITED BY SIZE
                    NT-VENDOR-REASON DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
            ELSE
                ADD 1 TO NT-SEND-COUNT
                MOVE WS-BUS-DATE TO NT-BUS-DATE
                ADD 1 TO WS-RESEND-SENT-COUNT
                ADD NT-AMOUNT TO WS-RESEND-SENT-AMOUNT
                PERFORM WRITE-FEED-NOTICE
            END-IF.

      *> Decide whether the audit row is something the customer
      *> must be told, and build the notice if it is.
        CLASSIFY-AUDIT-ROW.
            SET WS-NOTICE-DUE TO FALSE
            INITIALIZE CPY-COIN-NOTE-REC
            MOVE WS-BUS-DATE TO NT-TXN-DATE
            EVALUATE TRUE
                WHEN CA-RESULT = "REF"
                    SET WS-NOTICE-DUE TO TRUE
                    SET NT-REFERRED TO TRUE
                    MOVE CA-REQ-AMOUNT TO NT-AMOUNT
                    IF CA-CURRENCY-CD NOT = SPACES
                        AND CA-CURRENCY-CD NOT = WS-HOME-CURRENCY
                        AND CA-COMPUTED-VALUE = 0
                        MOVE "FOREIGN COIN AWAITS AN EXCHANGE RATE"
                            TO NT-REASON-TEXT
                    ELSE
                        MOVE "REFERRED FOR REVIEW - NOT YET PAID"
                            TO NT-REASON-TEXT
                    END-IF
                WHEN CA-RESULT = "REV"
                    SET WS-NOTICE-DUE TO TRUE
                    SET NT-REVERSED TO TRUE
                    MOVE CA-NET-AMOUNT TO NT-AMOUNT
                    MOVE "REDEMPTION REVERSED - PAYOUT TAKEN BACK"
                        TO NT-REASON-TEXT
                WHEN CA-RESULT = "Yes" OR CA-RESULT = "No "
                    PERFORM LOCATE-DISPOSITION
                    IF WS-DSP-FOUND OR CA-OPERATOR-ID NOT = SPACES
                        SET WS-NOTICE-DUE TO TRUE
                        IF WS-DSP-FOUND
                            MOVE WS-DSP-TXN-DATE(WS-DSP-IX)
                                TO NT-TXN-DATE
                        END-IF
                        IF CA-RESULT = "Yes"
                            SET NT-APPROVED TO TRUE
                            MOVE CA-NET-AMOUNT TO NT-AMOUNT
                            MOVE "APPROVED - PAYOUT READY AT STORE"
                                TO NT-REASON-TEXT
                        ELSE
                            SET NT-DECLINED TO TRUE
                            MOVE CA-REQ-AMOUNT TO NT-AMOUNT
                            MOVE "DECLINED - PLEASE CONTACT STORE"
                                TO NT-REASON-TEXT
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-NOTICE-DUE
                SET NT-REC-NOTICE TO TRUE
                MOVE CA-TXN-ID TO NT-TXN-ID
                MOVE CA-CUST-ID TO NT-CUST-ID
                MOVE CA-STORE-ID TO NT-STORE-ID
                PERFORM LOCATE-STORE
                IF WS-MSTR-FOUND
                    MOVE WS-MS-STORE-NAME(WS-MSTR-IX)
                        TO NT-STORE-NAME
                ELSE
                    MOVE "STORE NOT ON THE STORE MASTER"
                        TO NT-STORE-NAME
                END-IF
                MOVE 1 TO NT-SEND-COUNT
                MOVE SPACES TO NT-VENDOR-REASON
                MOVE WS-BUS-DATE TO NT-BUS-DATE
            END-IF.

        LOCATE-DISPOSITION.
            SET WS-DSP-FOUND TO FALSE
            PERFORM VARYING WS-DSP-IX FROM 1 BY 1
                UNTIL WS-DSP-IX > WS-DSP-COUNT OR WS-DSP-FOUND
                IF WS-DSP-TXN-ID(WS-DSP-IX) = CA-TXN-ID
                    SET WS-DSP-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-DSP-FOUND
                SUBTRACT 1 FROM WS-DSP-IX
            END-IF.

        LOCATE-STORE.
            SET WS-MSTR-FOUND TO FALSE
            PERFORM VARYING WS-MSTR-IX FROM 1 BY 1
                UNTIL WS-MSTR-IX > WS-MSTR-COUNT OR WS-MSTR-FOUND
                IF WS-MS-STORE-ID(WS-MSTR-IX) = CA-STORE-ID
                    SET WS-MSTR-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-MSTR-FOUND
                SUBTRACT 1 FROM WS-MSTR-IX
            END-IF.

      *> Tally the notice under its type and send it - or, with no
      *> customer to send it to, hand it to the store.
        ROUTE-NOTICE.
            EVALUATE TRUE
                WHEN NT-REFERRED
                    MOVE 1 TO WS-TYPE-IX
                WHEN NT-APPROVED
                    MOVE 2 TO WS-TYPE-IX
                WHEN NT-DECLINED
                    MOVE 3 TO WS-TYPE-IX
                WHEN OTHER
                    MOVE 4 TO WS-TYPE-IX
            END-EVALUATE
            ADD 1 TO WS-TY-COUNT(WS-TYPE-IX)
            ADD NT-AMOUNT TO WS-TY-AMOUNT(WS-TYPE-IX)
            IF NT-CUST-ID = SPACES
                ADD 1 TO WS-MANUAL-NOCUST-COUNT
                MOVE 0 TO NT-SEND-COUNT
                PERFORM WRITE-MANUAL-NOTICE
                MOVE SPACES TO WS-REPORT-LINE
                STRING "CONTACT BY HAND: STORE " DELIMITED BY SIZE
                    NT-STORE-ID DELIMITED BY SIZE
                    " TXN " DELIMITED BY SIZE
                    NT-TXN-ID DELIMITED BY SIZE
                    " TYPE " DELIMITED BY SIZE
                    NT-NOTICE-TYPE DELIMITED BY SIZE
                    " - NO CUSTOMER ID" DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                DISPLAY WS-REPORT-LINE
            ELSE
                PERFORM WRITE-FEED-NOTICE
            END-IF.

        WRITE-FEED-NOTICE.
            ADD 1 TO WS-FEED-COUNT
            ADD NT-AMOUNT TO WS-FEED-AMOUNT
            MOVE CPY-COIN-NOTE-REC TO NOTE-FEED-REC
            WRITE NOTE-FEED-REC
            IF WS-NOTE-FEED-FS NOT = "00"
                DISPLAY "FATAL: ERROR WRITING NOTE-FEED-FILE, "
                    "STATUS=" WS-NOTE-FEED-FS
                CLOSE NOTE-FEED-FILE
                CLOSE NOTE-MANUAL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        WRITE-MANUAL-NOTICE.
            ADD NT-AMOUNT TO WS-MANUAL-AMOUNT
            MOVE CPY-COIN-NOTE-REC TO NOTE-MANUAL-REC
            WRITE NOTE-MANUAL-REC
            IF WS-NOTE-MANUAL-FS NOT = "00"
                DISPLAY "FATAL: ERROR WRITING NOTE-MANUAL-FILE, "
                    "STATUS=" WS-NOTE-MANUAL-FS
                CLOSE NOTE-FEED-FILE
                CLOSE NOTE-MANUAL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> The trailer is written even on a night with no notices,
      *> so the vendor can tell an empty feed from a lost one.
        WRITE-FEED-TRAILER.
            INITIALIZE CPY-COIN-NOTE-REC
            SET NT-REC-TRAILER TO TRUE
            MOVE WS-FEED-COUNT TO NT-NOTICE-COUNT
            MOVE WS-FEED-AMOUNT TO NT-AMOUNT
            MOVE WS-BUS-DATE TO NT-BUS-DATE
            MOVE CPY-COIN-NOTE-REC TO NOTE-FEED-REC
            WRITE NOTE-FEED-REC
            IF WS-NOTE-FEED-FS NOT = "00"
                DISPLAY "FATAL: ERROR WRITING NOTE-FEED-FILE "
                    "TRAILER, STATUS=" WS-NOTE-FEED-FS
                CLOSE NOTE-FEED-FILE
                CLOSE NOTE-MANUAL-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        PRINT-CONTROL-REPORT.
            DISPLAY "----------------------------------------------"
            DISPLAY "AUDIT ROWS READ . . . . . : " WS-AUDIT-READ-COUNT
            DISPLAY "DISPOSITIONS LOADED . . . : " WS-DSP-COUNT
            DISPLAY "NOTICE TYPE            COUNT     AMOUNT"
            DISPLAY "R REFERRED         " WS-TY-COUNT(1) " "
                WS-TY-AMOUNT(1)
            DISPLAY "A APPROVED         " WS-TY-COUNT(2) " "
                WS-TY-AMOUNT(2)
            DISPLAY "D DECLINED         " WS-TY-COUNT(3) " "
                WS-TY-AMOUNT(3)
            DISPLAY "V REVERSED         " WS-TY-COUNT(4) " "
                WS-TY-AMOUNT(4)
            DISPLAY "RESENDS READ  . . . . . . : " WS-RESEND-READ-COUNT
            DISPLAY "RESENDS SENT AGAIN  . . . : " WS-RESEND-SENT-COUNT
                " AMOUNT " WS-RESEND-SENT-AMOUNT
            DISPLAY "MANUAL - NO CUSTOMER ID . : "
                WS-MANUAL-NOCUST-COUNT
            DISPLAY "MANUAL - VENDOR REFUSED . : "
                WS-MANUAL-LIMIT-COUNT
            DISPLAY "MANUAL LIST AMOUNT  . . . : " WS-MANUAL-AMOUNT
            DISPLAY "FEED TRAILER COUNT  . . . : " WS-FEED-COUNT
            DISPLAY "FEED TRAILER AMOUNT . . . : " WS-FEED-AMOUNT
            DISPLAY "==============================================".
