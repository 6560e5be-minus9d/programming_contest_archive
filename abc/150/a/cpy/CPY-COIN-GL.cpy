      *> retransmitting after the GL rejected the original - it
      *> rides ahead of the night's extract, and the flag is how
      *> ABC150_G tells a repair from a first-pass entry on its
      *> next response pass. "F" is the coin-counting fee revenue
      *> entry written under the same transaction ID beside a
      *> non-member payout - the payout entry itself carries only
      *> the net amount handed to the customer - and "V" is the
      *> contra entry backing that fee out when the payout is
      *> reversed. "S" and "O" are the coin shortage and overage
      *> entries ABC150_K writes, to its own extract, when the
      *> processor's verified deposit does not match what the
      *> armored car was confirmed to have collected; their
      *> transaction ID is "K" plus the run date and a sequence.
            05  CG-ENTRY-TYPE       PIC X(1).
                88  CG-REVERSAL     VALUE "R".
                88  CG-RETRANS      VALUE "T".
                88  CG-FEE          VALUE "F".
                88  CG-FEE-REVERSAL VALUE "V".
                88  CG-PICKUP-SHORT VALUE "S".
                88  CG-PICKUP-OVER  VALUE "O".
      *> Currency of the coin behind the entry and its face value
      *> in that currency. CG-AMOUNT is always the home-currency
      *> amount the ledger posts; spaces and zero here on home
      *> coin, fee and pickup variance entries.
            05  CG-CURRENCY-CD      PIC X(3).
            05  CG-FOREIGN-AMOUNT   PIC 9(15).
      *> Accounting month (YYYYMM) the entry posts to, from
      *> ABC150PD: the month of CG-TXN-DATE, unless finance has
      *> closed that month - the entry then posts to the current
      *> open month and CG-PERIOD-ADJ flags it as a prior-period
      *> adjustment.
            05  CG-POST-PERIOD      PIC 9(6).
            05  CG-PERIOD-ADJ       PIC X(1).
                88  CG-PRIOR-PERIOD-ADJ VALUE "P".
      *> Where the entry came from, so the month-end close can
      *> tie each kind back to its source: "A" a decision in the
      *> nightly run, "D" a supervisor's disposition posted by
      *> the nightly run, "K" a pickup variance (ABC150_K), "N" a
      *> repaired entry retransmitted by ABC150_N.
            05  CG-SOURCE           PIC X(1).
                88  CG-FROM-DECISION    VALUE "A".
                88  CG-FROM-DISPOSITION VALUE "D".
                88  CG-FROM-PICKUP      VALUE "K".
                88  CG-FROM-REPAIR      VALUE "N".
