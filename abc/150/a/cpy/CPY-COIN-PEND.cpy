            05  CP-TXN-DATE         PIC 9(8).
            05  CP-RESUB-FLAG       PIC X(1).
            05  CP-CUST-ID          PIC X(12).
      *> Coin-counting fee ABC150R quoted for the referred item,
      *> carried to the disposition so an approval posts the same
      *> net payout and fee the rules computed.
            05  CP-FEE-AMOUNT       PIC 9(15).
      *> Teller who took the referred redemption - the drawer the
      *> payout comes out of if the supervisor approves it.
            05  CP-TELLER-ID        PIC X(8).
      *> Currency and foreign face value of the referred coin,
      *> carried to the disposition so an approval posts them.
      *> Spaces and zero for home coin.
            05  CP-CURRENCY-CD      PIC X(3).
            05  CP-FOREIGN-VALUE    PIC 9(15).
