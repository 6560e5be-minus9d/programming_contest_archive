      *> CPY-COIN-FEAUD - fee schedule change-audit record.
      *> One record per approved ABC150_F maintenance action, with
      *> before and after images and both operator IDs, so every
      *> fee the batch ever charged can be traced to who keyed it
      *> and who approved it. This file is append-only.
        01  CPY-COIN-FEAUD-REC.
            05  CE-ACTION           PIC X(1).
                88  CE-ACTION-ADD      VALUE "A".
                88  CE-ACTION-CHANGE   VALUE "C".
                88  CE-ACTION-EXPIRE   VALUE "E".
            05  CE-STORE-ID         PIC X(6).
            05  CE-DENOM-CD         PIC X(3).
            05  CE-OLD-FEE-TYPE     PIC X(1).
            05  CE-OLD-FEE-RATE     PIC 9(5)V9(4).
            05  CE-NEW-FEE-TYPE     PIC X(1).
            05  CE-NEW-FEE-RATE     PIC 9(5)V9(4).
            05  CE-OLD-EFF-FROM     PIC 9(8).
            05  CE-OLD-EFF-TO       PIC 9(8).
            05  CE-NEW-EFF-FROM     PIC 9(8).
            05  CE-NEW-EFF-TO       PIC 9(8).
            05  CE-KEYED-BY         PIC X(8).
            05  CE-APPROVED-BY      PIC X(8).
            05  CE-TIMESTAMP        PIC X(14).
