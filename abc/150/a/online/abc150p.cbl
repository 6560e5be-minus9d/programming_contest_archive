
        FD COIN-PEND-OUT-FILE
            RECORDING MODE IS F.
        01  COIN-PEND-OUT-REC       PIC X(126).

        FD COIN-DISP-FILE
            RECORDING MODE IS F.
        01 WS-OPERATOR-ID PIC X(8).
        01 WS-QUEUE-TABLE.
            05 WS-QUEUE-ENTRY OCCURS 5000 TIMES.
                10 WS-QE-RECORD PIC X(126).
                10 WS-QE-WORKED PIC X(1).
        01 WS-QUEUE-COUNT PIC 9(5) VALUE 0.
        01 WS-QUEUE-IX PIC 9(5).
                DISPLAY "REQUESTED " CP-REQ-AMOUNT
                    " COIN VALUE " CP-COMPUTED-VALUE
                    " DATE " CP-TXN-DATE
                DISPLAY "COUNTING FEE " CP-FEE-AMOUNT
                IF CP-FOREIGN-VALUE IS NUMERIC
                    AND CP-CURRENCY-CD NOT = SPACES
                    DISPLAY "FOREIGN COIN " CP-CURRENCY-CD
                        " FACE VALUE " CP-FOREIGN-VALUE
                        " (COIN VALUE ABOVE IS IN HOME CURRENCY)"
                END-IF
                DISPLAY "A=APPROVE  D=DECLINE  S=SKIP  Q=QUIT"
                ACCEPT WS-ACTION
                EVALUATE WS-ACTION
            MOVE CP-TXN-DATE TO CD-TXN-DATE
            MOVE CP-RESUB-FLAG TO CD-RESUB-FLAG
            MOVE CP-CUST-ID TO CD-CUST-ID
            MOVE CP-FEE-AMOUNT TO CD-FEE-AMOUNT
            MOVE CP-TELLER-ID TO CD-TELLER-ID
            IF CP-FOREIGN-VALUE IS NUMERIC
                MOVE CP-CURRENCY-CD TO CD-CURRENCY-CD
                MOVE CP-FOREIGN-VALUE TO CD-FOREIGN-VALUE
            ELSE
                MOVE SPACES TO CD-CURRENCY-CD
                MOVE 0 TO CD-FOREIGN-VALUE
            END-IF
            MOVE WS-OPERATOR-ID TO CD-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TIME
            MOVE WS-CURR-DATE-TIME(1:14) TO CD-TIMESTAMP
