            05  CV-DENOM-VALUE      PIC 9(9).
            05  CV-EFF-FROM-DATE    PIC 9(8).
            05  CV-EFF-TO-DATE      PIC 9(8).
      *> Currency the denomination belongs to. Spaces for the home
      *> currency's coin - every row keyed before foreign coin was
      *> taken. A foreign row's CV-DENOM-VALUE is in that
      *> currency's minor unit; ABC150R converts it to the home
      *> currency at the treasury exchange rate for the
      *> transaction date (see CPY-COIN-FXRATE). The same
      *> denomination code may appear once per currency.
            05  CV-CURRENCY-CD      PIC X(3).
