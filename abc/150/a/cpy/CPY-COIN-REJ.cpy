            05  CJ-STORE-ID         PIC X(6).
            05  CJ-REASON-CD        PIC X(4).
            05  CJ-REASON-TEXT      PIC X(40).
            05  CJ-RAW-RECORD       PIC X(99).
