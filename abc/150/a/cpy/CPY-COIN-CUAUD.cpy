      *> CPY-COIN-CUAUD - customer master change-audit record.
      *> One record per approved ABC150_E maintenance action, with
      *> before and after images and both operator IDs, so every
      *> hold, block and release the decision path ever acted on
      *> can be traced to who keyed it and who approved it.
      *> Append-only, the same pattern as the store change-audit
      *> file.
        01  CPY-COIN-CUAUD-REC.
            05  UA-ACTION           PIC X(1).
                88  UA-ACTION-ADD      VALUE "A".
                88  UA-ACTION-CHANGE   VALUE "C".
                88  UA-ACTION-STATUS   VALUE "S".
            05  UA-CUST-ID          PIC X(12).
            05  UA-OLD-NAME         PIC X(30).
            05  UA-OLD-ID-LEVEL     PIC X(1).
            05  UA-OLD-STATUS       PIC X(1).
            05  UA-OLD-STATUS-DATE  PIC 9(8).
            05  UA-NEW-NAME         PIC X(30).
            05  UA-NEW-ID-LEVEL     PIC X(1).
            05  UA-NEW-STATUS       PIC X(1).
            05  UA-NEW-STATUS-DATE  PIC 9(8).
            05  UA-KEYED-BY         PIC X(8).
            05  UA-APPROVED-BY      PIC X(8).
            05  UA-TIMESTAMP        PIC X(14).
