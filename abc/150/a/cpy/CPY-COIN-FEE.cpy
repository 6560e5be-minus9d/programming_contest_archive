      *> CPY-COIN-FEE - coin-counting service fee schedule row.
      *> A non-member redemption pays a counting fee out of the
      *> payout: the customer is handed the net amount and the fee
      *> posts to the GL as revenue. Rows are keyed by store and
      *> denomination - a blank store ID is the chain-wide default
      *> and a store-specific row overrides it, as with the
      *> referral limit - and carry the date range they are in
      *> force for, so a new fee can be keyed in advance and a
      *> transaction is charged the fee in force on its own date.
      *> A fee is either a flat amount per coin counted or a
      *> percentage of the counted value; either way ABC150R never
      *> lets it exceed the amount requested. With no row in force
      *> for a store and denomination, no fee applies. Rows are
      *> maintained by the ABC150_F fee maintenance program, not
      *> by editing the dataset.
        01  CPY-COIN-FEE-REC.
            05  CF-STORE-ID         PIC X(6).
            05  CF-DENOM-CD         PIC X(3).
            05  CF-FEE-TYPE         PIC X(1).
                88  CF-FEE-PER-COIN    VALUE "C".
                88  CF-FEE-PERCENT     VALUE "P".
      *> Per-coin fee in yen (home-currency units), or percentage
      *> of counted value, according to CF-FEE-TYPE.
            05  CF-FEE-RATE         PIC 9(5)V9(4).
            05  CF-EFF-FROM-DATE    PIC 9(8).
            05  CF-EFF-TO-DATE      PIC 9(8).
            05  FILLER              PIC X(5).
