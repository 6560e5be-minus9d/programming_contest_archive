      *> arrived whole before anything is decided. The trailer is
      *> a control record, not a transaction - it is never
      *> decided, audited or loaded to the online KSDS.
      *> In a region partition written by the ABC150_J split the
      *> trailer carries the region code in CT-STORE-ID and the
      *> partition's own totals. The split also adds one
      *> customer exposure record ("X") per customer the
      *> partition shares with other regions: CT-CUST-ID, the
      *> region code in CT-STORE-ID, and in CT-REQ-AMOUNT what
      *> that customer asked for in the other regions tonight,
      *> so ABC150_A's aggregate check starts the customer at
      *> the amount already requested elsewhere. Like the
      *> trailer it is a control record - never decided,
      *> audited or counted as a transaction.
            05  CT-REC-TYPE         PIC X(1).
                88  CT-REC-SINGLE   VALUE " ".
                88  CT-REC-HEADER   VALUE "H".
                88  CT-REC-DETAIL   VALUE "D".
                88  CT-REC-TRAILER  VALUE "T".
                88  CT-REC-EXPOSURE VALUE "X".
      *> Transaction type. Blank is an ordinary redemption. "V" is
      *> a void/reversal backing out a previously APPROVED
      *> redemption: CT-ORIG-TXN-ID names the transaction being
      *> could not identify the customer. On a mixed-denomination
      *> set the header carries it.
            05  CT-CUST-ID          PIC X(12).
      *> Operator ID of the teller who worked the redemption at the
      *> station, validated by ABC150_A against the operator
      *> master. It is what ties a payout to the drawer it came
      *> out of, so the nightly drawer reconciliation can prove
      *> each teller's counted drawer against that teller's
      *> payouts. On a mixed-denomination set the header carries
      *> it; the trailer leaves it blank.
            05  CT-TELLER-ID        PIC X(8).
      *> Currency of the coin presented. Spaces (or the home
      *> currency code) for home coin. Foreign coin is valued in
      *> the home currency at the day's treasury exchange rate,
      *> and CT-REQ-AMOUNT is always the home-currency amount the
      *> customer asks to be paid. On a mixed-denomination set
      *> the header carries it, and every detail must be in the
      *> same currency (a blank detail takes the header's).
            05  CT-CURRENCY-CD      PIC X(3).
