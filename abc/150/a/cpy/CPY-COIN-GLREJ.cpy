            05  GR-ENTRY-TYPE       PIC X(1).
      *> Date the GL first rejected the entry, and how many
      *> nights it has been outstanding since - the same aging
      *> pair the suspense file carries, counted in business
      *> days.
            05  GR-FIRST-DATE       PIC 9(8).
            05  GR-NIGHTS-OPEN      PIC 9(3).
      *> Currency and foreign face value of the rejected entry,
      *> carried so a correction retransmits with them.
            05  GR-CURRENCY-CD      PIC X(3).
            05  GR-FOREIGN-AMOUNT   PIC 9(15).
      *> Posting month, prior-period flag and source of the
      *> rejected entry. ABC150_N routes a correction afresh when
      *> it retransmits it - the month may have closed since.
            05  GR-POST-PERIOD      PIC 9(6).
            05  GR-PERIOD-ADJ       PIC X(1).
            05  GR-SOURCE           PIC X(1).
