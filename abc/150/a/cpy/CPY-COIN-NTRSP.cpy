      *> CPY-COIN-NTRSP - notification vendor response record.
      *> Returned by the letter/SMS vendor for a notification feed,
      *> one record per notice it examined: the transaction ID and
      *> notice type we sent, whether it was accepted for delivery
      *> or rejected, and the vendor's reject code (no address or
      *> phone on file, customer opted out, bad data, ...).
        01  CPY-COIN-NTRSP-REC.
            05  NR-TXN-ID           PIC X(10).
            05  NR-NOTICE-TYPE      PIC X(1).
            05  NR-STATUS           PIC X(1).
                88  NR-ACCEPTED     VALUE "A".
                88  NR-REJECTED     VALUE "R".
            05  NR-REASON-CD        PIC X(4).
            05  FILLER              PIC X(4).
