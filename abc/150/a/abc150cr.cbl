        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABC150_CR.

      *> ABC150_CR - notification vendor response matching.
      *> Run when the letter/SMS vendor returns its response file
      *> for a night's notification feed (ABC150_CN). Every notice
      *> on the feed should come back accepted or rejected:
      *>   accepted      - counted; nothing more to do
      *>   rejected      - written to the resend file with the
      *>                   vendor's reject code, so the next feed
      *>                   sends it again (or, past the send limit,
      *>                   hands it to the store)
      *>   no response   - the vendor never saw it; resent the same
      *>                   way with reject code NORS
      *> The feed's trailer is proved against the notices ahead of
      *> it, and a response that matches no notice on the feed is
      *> listed, the same way ABC150_G lists an unmatched GL
      *> acknowledgment.
      *> Return codes: 0 every notice accepted; 4 notices queued
      *> for resend or unmatched responses; 15 the feed's trailer
      *> is missing or does not tie; 16 a file could not be read
      *> or written.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NOTE-FEED-FILE ASSIGN TO COINNTF
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTE-FEED-FS.
            SELECT NOTE-RSP-FILE ASSIGN TO COINNTR
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTE-RSP-FS.
            SELECT NOTE-RESEND-FILE ASSIGN TO COINNRS
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-NOTE-RESEND-FS.

        DATA DIVISION.
        FILE SECTION.
        FD NOTE-FEED-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-NOTE".

        FD NOTE-RSP-FILE
            RECORDING MODE IS F.
            COPY "CPY-COIN-NTRSP".

        FD NOTE-RESEND-FILE
            RECORDING MODE IS F.
        01  NOTE-RESEND-REC         PIC X(156).

        WORKING-STORAGE SECTION.
        01 WS-NOTE-FEED-FS PIC XX.
        01 WS-NOTE-RSP-FS PIC XX.
        01 WS-NOTE-RESEND-FS PIC XX.
        01 WS-FEED-EOF-SW PIC X VALUE "N".
            88 WS-FEED-EOF VALUE "Y".
        01 WS-RSP-EOF-SW PIC X VALUE "N".
            88 WS-RSP-EOF VALUE "Y".
        01 WS-TRAILER-SW PIC X VALUE "N".
            88 WS-TRAILER-SEEN VALUE "Y".
      *> The vendor's responses, each marked off as a notice on
      *> the feed claims it.
        01 WS-RSP-TABLE.
            05 WS-RSP-ENTRY OCCURS 5000 TIMES.
                10 WS-RT-TXN-ID PIC X(10).
                10 WS-RT-NOTICE-TYPE PIC X(1).
                10 WS-RT-STATUS PIC X(1).
                10 WS-RT-REASON-CD PIC X(4).
                10 WS-RT-MATCHED-SW PIC X.
                    88 WS-RT-MATCHED VALUE "Y".
        01 WS-RSP-COUNT PIC 9(5) VALUE 0.
        01 WS-RSP-IX PIC 9(5).
        01 WS-RSP-FOUND-SW PIC X VALUE "N".
            88 WS-RSP-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
        01 WS-FEED-BUS-DATE PIC 9(8) VALUE 0.
        01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
        01 WS-TRAILER-AMOUNT PIC 9(17) VALUE 0.
        01 WS-NOTICE-COUNT PIC 9(9) VALUE 0.
        01 WS-NOTICE-AMOUNT PIC 9(17) VALUE 0.
        01 WS-ACCEPTED-COUNT PIC 9(9) VALUE 0.
        01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
        01 WS-NORESP-COUNT PIC 9(9) VALUE 0.
        01 WS-RESEND-AMOUNT PIC 9(17) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
        01 WS-REPORT-LINE PIC X(80).

        PROCEDURE DIVISION.
        MAIN.
            DISPLAY "=============================================="
            DISPLAY "ABC150_CR NOTIFICATION VENDOR RESPONSE MATCH"
            DISPLAY "=============================================="
            PERFORM LOAD-RESPONSES

            OPEN INPUT NOTE-FEED-FILE
            IF WS-NOTE-FEED-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN NOTE-FEED-FILE, "
                    "STATUS=" WS-NOTE-FEED-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND NOTE-RESEND-FILE
            IF WS-NOTE-RESEND-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN NOTE-RESEND-FILE, "
                    "STATUS=" WS-NOTE-RESEND-FS
                CLOSE NOTE-FEED-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM READ-NOTE-FEED
            PERFORM UNTIL WS-FEED-EOF
                IF NT-REC-TRAILER
                    SET WS-TRAILER-SEEN TO TRUE
                    MOVE NT-NOTICE-COUNT TO WS-TRAILER-COUNT
                    MOVE NT-AMOUNT TO WS-TRAILER-AMOUNT
                    MOVE NT-BUS-DATE TO WS-FEED-BUS-DATE
                ELSE
                    PERFORM MATCH-NOTICE
                END-IF
                PERFORM READ-NOTE-FEED
            END-PERFORM
            CLOSE NOTE-FEED-FILE
            CLOSE NOTE-RESEND-FILE

            PERFORM LIST-UNMATCHED-RESPONSES
            PERFORM PRINT-CONTROL-REPORT

      *> Resends are queued whatever the trailer says - a notice
      *> the vendor did not take still has to go out again.
            IF NOT WS-TRAILER-SEEN
                DISPLAY "ERROR: FEED HAS NO TRAILER - IT WAS NOT "
                    "RECEIVED WHOLE"
                MOVE 15 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-TRAILER-COUNT NOT = WS-NOTICE-COUNT
                OR WS-TRAILER-AMOUNT NOT = WS-NOTICE-AMOUNT
                DISPLAY "ERROR: FEED TRAILER DOES NOT TIE TO ITS "
                    "NOTICES"
                MOVE 15 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-REJECTED-COUNT > 0 OR WS-NORESP-COUNT > 0
                OR WS-UNMATCHED-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

        LOAD-RESPONSES.
            OPEN INPUT NOTE-RSP-FILE
            IF WS-NOTE-RSP-FS NOT = "00"
                DISPLAY "FATAL: COULD NOT OPEN NOTE-RSP-FILE, "
                    "STATUS=" WS-NOTE-RSP-FS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-RSP-EOF
                READ NOTE-RSP-FILE
                    AT END
                        SET WS-RSP-EOF TO TRUE
                    NOT AT END
                        PERFORM ADD-RESPONSE
                END-READ
            END-PERFORM
            CLOSE NOTE-RSP-FILE.

        ADD-RESPONSE.
            IF WS-RSP-COUNT < 5000
                ADD 1 TO WS-RSP-COUNT
                MOVE NR-TXN-ID TO WS-RT-TXN-ID(WS-RSP-COUNT)
                MOVE NR-NOTICE-TYPE TO WS-RT-NOTICE-TYPE(WS-RSP-COUNT)
                MOVE NR-STATUS TO WS-RT-STATUS(WS-RSP-COUNT)
                MOVE NR-REASON-CD TO WS-RT-REASON-CD(WS-RSP-COUNT)
                MOVE "N" TO WS-RT-MATCHED-SW(WS-RSP-COUNT)
            ELSE
                DISPLAY "FATAL: MORE THAN 5000 VENDOR RESPONSES - "
                    "ENLARGE THE TABLE"
                CLOSE NOTE-RSP-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        READ-NOTE-FEED.
            READ NOTE-FEED-FILE
                AT END
                    SET WS-FEED-EOF TO TRUE
            END-READ
            IF WS-NOTE-FEED-FS NOT = "00"
                AND WS-NOTE-FEED-FS NOT = "10"
                DISPLAY "FATAL: ERROR READING NOTE-FEED-FILE, "
                    "STATUS=" WS-NOTE-FEED-FS
                CLOSE NOTE-RESEND-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *> A transaction can carry two notices on one feed (referred
      *> and then, on a resend, declined), so the notice type is
      *> part of the match. A response is claimed once only.
        MATCH-NOTICE.
            ADD 1 TO WS-NOTICE-COUNT
            ADD NT-AMOUNT TO WS-NOTICE-AMOUNT
            SET WS-RSP-FOUND TO FALSE
            PERFORM VARYING WS-RSP-IX FROM 1 BY 1
                UNTIL WS-RSP-IX > WS-RSP-COUNT OR WS-RSP-FOUND
                IF WS-RT-TXN-ID(WS-RSP-IX) = NT-TXN-ID
                    AND WS-RT-NOTICE-TYPE(WS-RSP-IX) = NT-NOTICE-TYPE
                    AND NOT WS-RT-MATCHED(WS-RSP-IX)
                    SET WS-RSP-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-RSP-FOUND
                SUBTRACT 1 FROM WS-RSP-IX
                MOVE "Y" TO WS-RT-MATCHED-SW(WS-RSP-IX)
                IF WS-RT-STATUS(WS-RSP-IX) = "A"
                    ADD 1 TO WS-ACCEPTED-COUNT
                ELSE
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE WS-RT-REASON-CD(WS-RSP-IX)
                        TO NT-VENDOR-REASON
                    PERFORM WRITE-RESEND
                END-IF
            ELSE
                ADD 1 TO WS-NORESP-COUNT
                MOVE "NORS" TO NT-VENDOR-REASON
                PERFORM WRITE-RESEND
            END-IF.

        WRITE-RESEND.
            ADD NT-AMOUNT TO WS-RESEND-AMOUNT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "RESEND: TXN " DELIMITED BY SIZE
                NT-TXN-ID DELIMITED BY SIZE
                " TYPE " DELIMITED BY SIZE
                NT-NOTICE-TYPE DELIMITED BY SIZE
                " STORE " DELIMITED BY SIZE
                NT-STORE-ID DELIMITED BY SIZE
                " SENT " DELIMITED BY SIZE
                NT-SEND-COUNT DELIMITED BY SIZE
                " REASON " DELIMITED BY SIZE
                NT-VENDOR-REASON DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            MOVE CPY-COIN-NOTE-REC TO NOTE-RESEND-REC
            WRITE NOTE-RESEND-REC
            IF WS-NOTE-RESEND-FS NOT = "00"
                DISPLAY "FATAL: ERROR WRITING NOTE-RESEND-FILE, "
                    "STATUS=" WS-NOTE-RESEND-FS
                CLOSE NOTE-FEED-FILE
                CLOSE NOTE-RESEND-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        LIST-UNMATCHED-RESPONSES.
            PERFORM VARYING WS-RSP-IX FROM 1 BY 1
                UNTIL WS-RSP-IX > WS-RSP-COUNT
                IF NOT WS-RT-MATCHED(WS-RSP-IX)
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "WARNING: RESPONSE MATCHES NO NOTICE: TXN "
                        DELIMITED BY SIZE
                        WS-RT-TXN-ID(WS-RSP-IX) DELIMITED BY SIZE
                        " TYPE " DELIMITED BY SIZE
                        WS-RT-NOTICE-TYPE(WS-RSP-IX) DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                    DISPLAY WS-REPORT-LINE
                END-IF
            END-PERFORM.

        PRINT-CONTROL-REPORT.
            DISPLAY "----------------------------------------------"
            DISPLAY "FEED BUSINESS DATE  . . . : " WS-FEED-BUS-DATE
            DISPLAY "NOTICES ON FEED . . . . . : " WS-NOTICE-COUNT
                " AMOUNT " WS-NOTICE-AMOUNT
            DISPLAY "TRAILER . . . . . . . . . : " WS-TRAILER-COUNT
                " AMOUNT " WS-TRAILER-AMOUNT
            DISPLAY "VENDOR RESPONSES  . . . . : " WS-RSP-COUNT
            DISPLAY "ACCEPTED  . . . . . . . . : " WS-ACCEPTED-COUNT
            DISPLAY "REJECTED - RESEND . . . . : " WS-REJECTED-COUNT
            DISPLAY "NO RESPONSE - RESEND  . . : " WS-NORESP-COUNT
            DISPLAY "RESEND AMOUNT . . . . . . : " WS-RESEND-AMOUNT
            DISPLAY "UNMATCHED RESPONSES . . . : " WS-UNMATCHED-COUNT
            DISPLAY "==============================================".
