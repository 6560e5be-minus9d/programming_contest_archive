      *> CPY-COIN-CAL-IF - ABC150W CALL interface. Shared by every
      *> program that asks the business-day calendar a question,
      *> so the CALL shape cannot drift between them.
      *> LB-FUNCTION says what is asked about LB-DATE:
      *>   T - is it a business day (LB-BUSINESS-DAY)
      *>   N - the first business day after it (LB-RESULT-DATE)
      *>   P - the last business day before it (LB-RESULT-DATE)
      *>   C - how many business days fall after it, up to and
      *>       including LB-TO-DATE (LB-DAY-COUNT) - an item
      *>       dated Friday is one business day old on Monday
        01  LB-FUNCTION PIC X(1).
            88  LB-FN-TEST VALUE "T".
            88  LB-FN-NEXT VALUE "N".
            88  LB-FN-PRIOR VALUE "P".
            88  LB-FN-COUNT VALUE "C".
        01  LB-DATE PIC 9(8).
        01  LB-TO-DATE PIC 9(8).
        01  LB-RESULT-DATE PIC 9(8).
        01  LB-DAY-COUNT PIC 9(5).
        01  LB-BUSINESS-SW PIC X.
            88  LB-BUSINESS-DAY VALUE "Y" WHEN SET TO FALSE IS "N".
      *> "N" when LB-DATE (or LB-TO-DATE) is not a real date, or
      *> the function is unknown; the results are then zero.
        01  LB-VALID-SW PIC X.
            88  LB-VALID VALUE "Y" WHEN SET TO FALSE IS "N".
      *> "N" when the calendar file could not be read - weekends
      *> are then the only days off - so a caller that must not
      *> guess (ABC150_C) can refuse. LB-CAL-LAST-DATE is the
      *> latest date keyed on the calendar, zero if none.
        01  LB-CAL-LOADED-SW PIC X.
            88  LB-CAL-LOADED VALUE "Y" WHEN SET TO FALSE IS "N".
        01  LB-CAL-LAST-DATE PIC 9(8).
