      *> CPY-COIN-CAL - business-day calendar exception row.
      *> Monday to Friday are business days and Saturday and
      *> Sunday are not, unless a row here says otherwise: a
      *> national holiday ("H") or a day the stores are closed
      *> ("C") is not a business day even on a weekday, and a
      *> weekend day the business works ("W") is one. Ops key the
      *> coming year's rows each autumn, once the holidays are
      *> published; ABC150_C warns when tonight's date runs past
      *> the last row keyed. Read through the ABC150W calendar
      *> routine, so every program that counts business days
      *> counts them the same way.
        01  CPY-COIN-CAL-REC.
            05  BD-CAL-DATE         PIC 9(8).
            05  BD-DAY-TYPE         PIC X(1).
                88  BD-HOLIDAY      VALUE "H".
                88  BD-STORES-CLOSED VALUE "C".
                88  BD-WORKED-DAY   VALUE "W".
                88  BD-TYPE-VALID   VALUE "H" "C" "W".
            05  BD-DESCRIPTION      PIC X(30).
