            05  CI-COIN-COUNT       PIC 9(15).
      *> Last date the position moved - a take or a pickup.
            05  CI-LAST-DATE        PIC 9(8).
      *> Currency of the position (spaces for home coin) and the
      *> value the coin was taken in at: its face value in the
      *> foreign minor unit (zero for home coin) and its value in
      *> the home currency. Foreign positions are kept on their
      *> own dataset - a different processor collects them - so
      *> the home file never carries a foreign row. A pickup
      *> takes value off in proportion to the coins collected.
            05  CI-CURRENCY-CD      PIC X(3).
            05  CI-FOREIGN-VALUE    PIC 9(15).
            05  CI-HOME-VALUE       PIC 9(15).
