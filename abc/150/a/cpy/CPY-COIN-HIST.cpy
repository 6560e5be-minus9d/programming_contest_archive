      *> DUPE. The retention purge clears any flag left behind.
            05  CH-FOLDED-FLAG      PIC X(1).
                88  CH-FOLDED       VALUE "F".
      *> Coin-counting fee charged on the row, so a reversal can
      *> back the fee revenue out along with the net payout.
            05  CH-FEE-AMOUNT       PIC 9(15).
      *> Currency and foreign face value of the row, so a reversal
      *> of a foreign payout backs them out on its contra entry.
            05  CH-CURRENCY-CD      PIC X(3).
            05  CH-FOREIGN-VALUE    PIC 9(15).
