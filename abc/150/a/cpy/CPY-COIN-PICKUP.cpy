      *> collected on the armored-car carrier's manifest, keyed
      *> in by treasury. ABC150_V nets these out of the standing
      *> inventory positions on its nightly roll; the job then
      *> hands the confirmations on to ABC150_K's verification
      *> queue and clears the dataset so a confirmation cannot
      *> be netted twice.
        01  CPY-COIN-PICKUP-REC.
            05  CY-STORE-ID         PIC X(6).
            05  CY-DENOM-CD         PIC X(3).
            05  CY-COIN-COUNT       PIC 9(15).
            05  CY-PICKUP-DATE      PIC 9(8).
      *> Currency of the coin collected. Spaces for home coin;
      *> foreign coin goes to the foreign coin processor and is
      *> netted off the store's foreign position.
            05  CY-CURRENCY-CD      PIC X(3).
