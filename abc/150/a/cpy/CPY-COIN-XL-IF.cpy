      *> CPY-COIN-XL-IF - ABC150XL CALL interface. The transaction
      *> lifecycle view, shared by the ABC150_X research inquiry
      *> and the drill-down from the ABC150_SP store position
      *> inquiry, so both show a transaction the same way.
      *> "O" opens the research archive (LX-RSRCH-FS returns its
      *> file status), "S" shows the lifecycle of LX-TXN-ID
      *> (LX-FOUND says whether it is in the archive), "C" closes
      *> the archive at the end of the session.
        01  LX-FUNCTION PIC X.
            88  LX-FN-OPEN VALUE "O".
            88  LX-FN-SHOW VALUE "S".
            88  LX-FN-CLOSE VALUE "C".
        01  LX-TXN-ID PIC X(10).
        01  LX-RSRCH-FS PIC XX.
        01  LX-FOUND-SW PIC X.
            88  LX-FOUND VALUE "Y" WHEN SET TO FALSE IS "N".
