      *> CPY-COIN-PER-IF - ABC150PD CALL interface. Shared by every
      *> program that writes a GL entry, so they all route a late
      *> entry the same way.
      *> In: LP-TXN-DATE, the date the entry is dated, and
      *> LP-BUS-DATE, the date of the run writing it.
      *> Out: LP-POST-PERIOD, the month (YYYYMM) the entry posts
      *> to - the month of LP-TXN-DATE while that month is open;
      *> once it is closed (or frozen for its close), the month of
      *> LP-BUS-DATE, with LP-PRIOR-PERIOD-ADJ set so the GL and
      *> finance see it as a prior-period adjustment.
      *> LP-FIRST-OPEN is the oldest month still open for posting.
        01  LP-TXN-DATE PIC 9(8).
        01  LP-BUS-DATE PIC 9(8).
        01  LP-POST-PERIOD PIC 9(6).
        01  LP-ADJ-SW PIC X.
            88  LP-PRIOR-PERIOD-ADJ VALUE "Y" WHEN SET TO FALSE IS "N".
        01  LP-FIRST-OPEN PIC 9(6).
      *> "N" when the period control could not be read - no month
      *> is then treated as closed - so a caller that must not
      *> guess can refuse.
        01  LP-PER-LOADED-SW PIC X.
            88  LP-PER-LOADED VALUE "Y" WHEN SET TO FALSE IS "N".
