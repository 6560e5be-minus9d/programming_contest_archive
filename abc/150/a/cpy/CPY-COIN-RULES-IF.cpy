            05  LS-SET-ENTRY OCCURS 20 TIMES.
                10  LS-SET-DENOM-CD PIC X(3).
                10  LS-SET-COIN-COUNT PIC 9(15).
      *> Customer presenting the redemption. A customer on the
      *> customer master is a member and is not charged the
      *> counting fee; spaces means a non-member.
        01  LS-CUST-ID PIC X(12).
      *> Coin-counting fee from the fee schedule row in force for
      *> the store and denomination on LS-TXN-DATE, and the net
      *> amount the customer is handed (LS-REQ-AMOUNT less the
      *> fee). Set on a "Yes" or "REF"; zero otherwise.
        01  LS-FEE-AMOUNT PIC 9(15).
        01  LS-NET-AMOUNT PIC 9(15).
      *> Customer's status on the customer master, handed back:
      *> "A" active, "H" held (a would-be "Yes" is referred), "B"
      *> blocked (the request is rejected), "U" an ID that is not
      *> on the master (charged the fee like a non-member, and
      *> reported). Space when no customer ID was presented or no
      *> customer master could be loaded.
        01  LS-CUST-STATUS PIC X(1).
      *> Currency of the coin presented - spaces (or the home
      *> currency code) for home coin. Foreign coin is valued at
      *> the rate row for its currency, converted to the home
      *> currency at the treasury exchange rate for LS-TXN-DATE
      *> into LS-COMPUTED-VALUE, and its face value in the
      *> foreign minor unit handed back in LS-FOREIGN-VALUE (zero
      *> for home coin). With no exchange rate on file for that
      *> date a valid foreign request comes back "REF", reason
      *> "FXRT", with a zero home value - it is never decided on
      *> an old rate.
        01  LS-CURRENCY-CD PIC X(3).
        01  LS-FOREIGN-VALUE PIC 9(15).
