      *> CPY-COIN-DRWEX - teller drawer reconciliation exception.
      *> Written by ABC150_D for every teller drawer the store
      *> manager has to chase: a variance beyond the tolerance, a
      *> teller who paid out with no counted drawer submitted, or
      *> a submission that cannot be tied to an active teller.
      *> The dataset is routed to the store managers each morning.
        01  CPY-COIN-DRWEX-REC.
            05  DX-STORE-ID         PIC X(6).
            05  DX-TELLER-ID        PIC X(8).
            05  DX-BUS-DATE         PIC 9(8).
            05  DX-EXCEPT-CD        PIC X(4).
                88  DX-DRAWER-OVER      VALUE "OVER".
                88  DX-DRAWER-SHORT     VALUE "SHRT".
                88  DX-NO-COUNT         VALUE "NOCT".
                88  DX-UNKNOWN-TELLER   VALUE "UNKT".
            05  DX-EXCEPT-TEXT      PIC X(40).
      *> Payouts the audit trail says left the drawer, and what
      *> the counted drawer says left it. The variance is the
      *> difference between the two, always positive - OVER means
      *> the drawer holds more cash than the payouts account for,
      *> SHRT less.
            05  DX-EXPECTED-PAYOUT  PIC 9(15).
            05  DX-COUNTED-PAYOUT   PIC 9(15).
            05  DX-VARIANCE         PIC 9(15).
