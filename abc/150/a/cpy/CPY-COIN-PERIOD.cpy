      *> CPY-COIN-PERIOD - GL period control record.
      *> One record, PROD.COIN.PERIOD.CTL, saying which accounting
      *> months finance has closed. Every GL entry the system
      *> writes (ABC150_A, ABC150_K, ABC150_N) asks ABC150PD for
      *> its posting period against this record, so nothing posts
      *> into a month that is closed - a late entry dated in one
      *> posts to the current open month instead, flagged as a
      *> prior-period adjustment. Only the month-end close,
      *> ABC150_PC, changes it.
        01  CPY-COIN-PERIOD-REC.
      *> The oldest month not yet closed (YYYYMM) and where its
      *> close stands: "O" open for posting; "F" frozen by the
      *> close job - from that moment the month counts as closed
      *> for posting, while finance proves and signs it off.
            05  PD-OPEN-PERIOD      PIC 9(6).
            05  PD-STATUS           PIC X(1).
                88  PD-OPEN         VALUE "O".
                88  PD-FROZEN       VALUE "F".
            05  PD-FREEZE-TIMESTAMP PIC X(14).
      *> The last month closed and signed off, who signed it off
      *> and when.
            05  PD-LAST-CLOSED      PIC 9(6).
            05  PD-SIGNOFF-ID       PIC X(8).
            05  PD-CLOSE-TIMESTAMP  PIC X(14).
