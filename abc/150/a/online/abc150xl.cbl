        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150XL.

      *> ABC150XL - transaction lifecycle view.
      *> CALLed by the ABC150_X research inquiry and by the
      *> ABC150_SP store position inquiry's drill-down, so a
      *> transaction looks the same whichever screen it is
      *> reached from: the original decision, any supervisor
      *> disposition, the GL acknowledgment, and any reversal
      *> with its contra entry, all from the cumulative research
      *> archive ABC150_H builds nightly and ABC150_G keeps
      *> current with GL statuses. The caller opens the archive
      *> once for the session (CPY-COIN-XL-IF function "O"),
      *> shows as many transactions as it likes ("S") and closes
      *> it at the end ("C").

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COIN-RSRCH-FILE ASSIGN TO COINRSRC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RA-TXN-ID
                FILE STATUS IS WS-COIN-RSRCH-FS.

        DATA DIVISION.
        FILE SECTION.
        FD COIN-RSRCH-FILE.
            COPY "CPY-COIN-RSRCH".

        WORKING-STORAGE SECTION.
        01 WS-COIN-RSRCH-FS PIC XX.
        01 WS-LINKED-TXN-ID PIC X(10).

        LINKAGE SECTION.
            COPY "CPY-COIN-XL-IF".

        PROCEDURE DIVISION USING LX-FUNCTION LX-TXN-ID LX-RSRCH-FS
                LX-FOUND-SW.
        MAIN.
            EVALUATE TRUE
                WHEN LX-FN-OPEN
                    OPEN INPUT COIN-RSRCH-FILE
                    MOVE WS-COIN-RSRCH-FS TO LX-RSRCH-FS
                WHEN LX-FN-SHOW
                    PERFORM INQUIRE-ONE-TXN
                WHEN LX-FN-CLOSE
                    CLOSE COIN-RSRCH-FILE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            GOBACK.

        INQUIRE-ONE-TXN.
            SET LX-FOUND TO FALSE
            MOVE LX-TXN-ID TO RA-TXN-ID
            READ COIN-RSRCH-FILE
                INVALID KEY
                    DISPLAY "TRANSACTION " LX-TXN-ID
                        " IS NOT IN THE RESEARCH ARCHIVE"
                NOT INVALID KEY
                    SET LX-FOUND TO TRUE
                    PERFORM DISPLAY-LIFECYCLE
            END-READ.

      *> Every line of the inquired row is displayed before any
      *> link is followed - reading a linked row replaces the
      *> record area, so a link followed mid-display would show
      *> the linked row's fields mislabeled as the inquired
      *> one's. At most one link applies: a reversal points at
      *> its original, a reversed payout points at its contra,
      *> and a reversal is never itself reversed.
        DISPLAY-LIFECYCLE.
            DISPLAY "------------------------------------------"
            DISPLAY "TXN " RA-TXN-ID " STORE " RA-STORE-ID
                " CUSTOMER " RA-CUST-ID
            DISPLAY "DENOM " RA-DENOM-CD " COUNT " RA-COIN-COUNT
            DISPLAY "REQUESTED " RA-REQ-AMOUNT
                " COIN VALUE " RA-COMPUTED-VALUE
            IF RA-RESUB-FLAG = "R"
                DISPLAY "RESUBMITTED VIA THE ABC150_M REPAIR CYCLE"
            END-IF
            DISPLAY "DECISION . . . . : " RA-RESULT " AT "
                RA-TIMESTAMP
            IF RA-RESULT = "REV"
                DISPLAY "REVERSAL - BACKS OUT " RA-ORIG-TXN-ID
            END-IF
            IF RA-DISP-RESULT NOT = SPACES
                DISPLAY "DISPOSITION  . . : " RA-DISP-RESULT
                    " BY " RA-DISP-OPERATOR " AT "
                    RA-DISP-TIMESTAMP
            END-IF
            EVALUATE TRUE
                WHEN RA-GL-POSTED
                    DISPLAY "GL STATUS  . . . : POSTED ON "
                        RA-GL-DATE
                WHEN RA-GL-REJECTED
                    DISPLAY "GL STATUS  . . . : REJECTED ON "
                        RA-GL-DATE " - SEE THE ABC150_N REPAIR "
                        "CYCLE"
                WHEN OTHER
                    DISPLAY "GL STATUS  . . . : NO ACKNOWLEDGMENT "
                        "FOLDED"
            END-EVALUATE
            IF RA-REVERSED-BY NOT = SPACES
                DISPLAY "REVERSED BY  . . : " RA-REVERSED-BY
            END-IF
            EVALUATE TRUE
                WHEN RA-RESULT = "REV"
                    PERFORM DISPLAY-LINKED-ORIGINAL
                WHEN RA-REVERSED-BY NOT = SPACES
                    PERFORM DISPLAY-LINKED-REVERSAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        DISPLAY-LINKED-ORIGINAL.
            MOVE RA-ORIG-TXN-ID TO WS-LINKED-TXN-ID
            MOVE WS-LINKED-TXN-ID TO RA-TXN-ID
            READ COIN-RSRCH-FILE
                INVALID KEY
                    DISPLAY "  ORIGINAL " WS-LINKED-TXN-ID
                        " PREDATES THE ARCHIVE"
                NOT INVALID KEY
                    DISPLAY "  ORIGINAL " RA-TXN-ID " DECIDED "
                        RA-RESULT " AT " RA-TIMESTAMP
                        " FOR " RA-REQ-AMOUNT
            END-READ.

        DISPLAY-LINKED-REVERSAL.
            MOVE RA-REVERSED-BY TO WS-LINKED-TXN-ID
            MOVE WS-LINKED-TXN-ID TO RA-TXN-ID
            READ COIN-RSRCH-FILE
                INVALID KEY
                    DISPLAY "  CONTRA ENTRY " WS-LINKED-TXN-ID
                        " IS NOT IN THE ARCHIVE"
                NOT INVALID KEY
                    DISPLAY "  CONTRA ENTRY " RA-TXN-ID " AT "
                        RA-TIMESTAMP " FOR " RA-REQ-AMOUNT
                    EVALUATE TRUE
                        WHEN RA-GL-POSTED
                            DISPLAY "  CONTRA GL STATUS: POSTED ON "
                                RA-GL-DATE
                        WHEN RA-GL-REJECTED
                            DISPLAY "  CONTRA GL STATUS: REJECTED "
                                "ON " RA-GL-DATE
                        WHEN OTHER
                            DISPLAY "  CONTRA GL STATUS: NO "
                                "ACKNOWLEDGMENT FOLDED"
                    END-EVALUATE
            END-READ.
