      *> CPY-COIN-DRAWER - teller counted-drawer submission.
      *> One record per teller per business day, sent by the
      *> store at close after the teller's redemption drawer is
      *> counted down with a second person present: the float the
      *> drawer was issued with at the start of the day and the
      *> cash counted back into it at close. The difference is
      *> what actually left the drawer, which ABC150_D proves
      *> against the teller's payouts on COINAUD.
        01  CPY-COIN-DRAWER-REC.
            05  CW-STORE-ID         PIC X(6).
            05  CW-TELLER-ID        PIC X(8).
            05  CW-BUS-DATE         PIC 9(8).
            05  CW-OPEN-FLOAT       PIC 9(15).
            05  CW-COUNTED-CASH     PIC 9(15).
