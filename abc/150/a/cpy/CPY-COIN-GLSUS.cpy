      *> ABC150_G every night until the entry clears, so a GL gap
      *> surfaces the morning after transmission instead of at
      *> month-end close. CS-FIRST-DATE and CS-NIGHTS-OPEN show how
      *> long an item has been outstanding; the nights are
      *> business days on the ABC150W calendar, counting the
      *> first night as 1.
        01  CPY-COIN-GLSUS-REC.
            05  CS-TXN-ID           PIC X(10).
            05  CS-STORE-ID         PIC X(6).
      *> contra - and retransmits as one, not as a payout posting
      *> money the wrong way.
            05  CS-ENTRY-TYPE       PIC X(1).
      *> Currency and foreign face value of the suspended entry,
      *> carried so a retransmission goes back out as it left.
            05  CS-CURRENCY-CD      PIC X(3).
            05  CS-FOREIGN-AMOUNT   PIC 9(15).
      *> Posting month, prior-period flag and source of the
      *> suspended entry, so the month-end close can count it
      *> against the month it posts to.
            05  CS-POST-PERIOD      PIC 9(6).
            05  CS-PERIOD-ADJ       PIC X(1).
            05  CS-SOURCE           PIC X(1).
