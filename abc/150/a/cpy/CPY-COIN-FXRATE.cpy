      *> CPY-COIN-FXRATE - treasury exchange rate record.
      *> One record per foreign currency per transaction date
      *> (weekend and holiday dates included when the stores
      *> trade on them): how
      *> many home-currency units one minor unit of the foreign
      *> currency is worth (the rate row's CV-DENOM-VALUE for a
      *> foreign denomination is in that minor unit). Treasury
      *> sends the day's rates in this layout; ABC150_L validates
      *> them before the nightly run and adds them to the rate
      *> history dataset ABC150R values foreign coin from, keyed
      *> in effect by currency and date. ABC150R only ever uses
      *> the row for the transaction date itself - a currency
      *> with no row for that date is referred, never valued at
      *> an older rate.
        01  CPY-COIN-FXRATE-REC.
            05  FX-CURRENCY-CD      PIC X(3).
            05  FX-RATE-DATE        PIC 9(8).
            05  FX-HOME-RATE        PIC 9(5)V9(8).
