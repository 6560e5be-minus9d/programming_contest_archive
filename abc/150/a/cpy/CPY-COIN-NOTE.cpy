      *> CPY-COIN-NOTE - customer notification record.
      *> One record per outcome the customer has to be told about,
      *> written nightly by ABC150_CN for the letter/SMS vendor:
      *> a redemption referred for a supervisor's review (the
      *> customer left the store with no money and no answer),
      *> a referral the supervisor approved or declined, and an
      *> approved redemption that was reversed. The same layout
      *> carries the resend file of notices the vendor rejected
      *> (ABC150_CR) and the list of notices the stores must give
      *> by hand because the customer could not be identified or
      *> the vendor will not take them.
        01  CPY-COIN-NOTE-REC.
      *> Blank on a notice. "T" on the trailer ABC150_CN writes
      *> once, last, so the vendor can prove the feed arrived
      *> whole: NT-NOTICE-COUNT carries the count of notices ahead
      *> of it and NT-AMOUNT the sum of their amounts, the rest is
      *> blank or zero.
            05  NT-REC-TYPE         PIC X(1).
                88  NT-REC-NOTICE   VALUE " ".
                88  NT-REC-TRAILER  VALUE "T".
            05  NT-TXN-ID           PIC X(10).
            05  NT-NOTICE-TYPE      PIC X(1).
                88  NT-REFERRED     VALUE "R".
                88  NT-APPROVED     VALUE "A".
                88  NT-DECLINED     VALUE "D".
                88  NT-REVERSED     VALUE "V".
            05  NT-CUST-ID          PIC X(12).
            05  NT-STORE-ID         PIC X(6).
            05  NT-STORE-NAME       PIC X(30).
      *> Home-currency amount the notice is about: what the
      *> customer asked for on a referral or a decline, the net
      *> payout waiting at the store on an approval, and the net
      *> payout taken back on a reversal.
            05  NT-AMOUNT           PIC 9(15).
      *> Date the customer presented the coin where the batch
      *> still has it (a supervisor's disposition carries it);
      *> otherwise the business date the decision was made in.
            05  NT-TXN-DATE         PIC 9(8).
            05  NT-REASON-TEXT      PIC X(50).
      *> How many times the notice has gone to the vendor,
      *> counting this one, and the vendor's reject code from the
      *> last time it was refused (spaces on a first send).
            05  NT-SEND-COUNT       PIC 9(2).
            05  NT-VENDOR-REASON    PIC X(4).
            05  NT-NOTICE-COUNT     PIC 9(9).
      *> Business date of the feed the record went out in.
            05  NT-BUS-DATE         PIC 9(8).
