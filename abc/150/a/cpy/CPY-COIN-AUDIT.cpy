      *> compliance review. Spaces when the station could not
      *> identify the customer.
            05  CA-CUST-ID          PIC X(12).
      *> Coin-counting fee charged on the redemption and the net
      *> amount the customer is handed (requested amount less the
      *> fee). Zero fee for a member or where no fee row is in
      *> force; both zero on a "No". On a reversal, the fee and
      *> net of the original being backed out.
            05  CA-FEE-AMOUNT       PIC 9(15).
            05  CA-NET-AMOUNT       PIC 9(15).
      *> Teller who worked the redemption, from the extract record
      *> (or, on a disposition row, the teller who took the
      *> referral and hands over the approved payout). The drawer
      *> reconciliation totals each teller's payouts from this.
            05  CA-TELLER-ID        PIC X(8).
      *> Currency of the coin and its face value in that
      *> currency's minor unit. Spaces and zero for home coin,
      *> where CA-COMPUTED-VALUE is the face value. For foreign
      *> coin CA-COMPUTED-VALUE is the home-currency value at the
      *> exchange rate for the transaction date (zero when no
      *> current rate was on file and the item was referred).
            05  CA-CURRENCY-CD      PIC X(3).
            05  CA-FOREIGN-VALUE    PIC 9(15).
