      *> CPY-COIN-PKOPN - pickup awaiting deposit verification.
      *> One record per store, denomination and pickup date that
      *> was confirmed collected (and netted off the positions by
      *> ABC150_V) but has not yet been matched to the
      *> processor's verified deposit. Carried forward and
      *> re-checked by ABC150_K every night until the deposit
      *> arrives, so a bag that never reached the processor
      *> stays in front of treasury instead of vanishing with the
      *> cleared confirmation. The first four fields are the
      *> pickup confirmation itself. PO-FIRST-DATE is the night
      *> ABC150_K first carried the item; PO-NIGHTS-OPEN is its
      *> age in business days from the pickup date, counted the
      *> same way the GL suspense file's is.
        01  CPY-COIN-PKOPN-REC.
            05  PO-STORE-ID         PIC X(6).
            05  PO-DENOM-CD         PIC X(3).
            05  PO-COIN-COUNT       PIC 9(15).
            05  PO-PICKUP-DATE      PIC 9(8).
            05  PO-FIRST-DATE       PIC 9(8).
            05  PO-NIGHTS-OPEN      PIC 9(3).
