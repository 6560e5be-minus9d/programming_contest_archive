      *> CPY-COIN-VDEP - processor verified-deposit record.
      *> One record per store, denomination and pickup date the
      *> coin processor counted into the bank after the armored
      *> car delivered it: the processor's own count, not the
      *> carrier's manifest. ABC150_K proves it against the
      *> pickup confirmations ABC150_V netted out of the
      *> positions, so coin lost between the store and the
      *> processor is found instead of silently written out of
      *> the inventory.
        01  CPY-COIN-VDEP-REC.
            05  VD-STORE-ID         PIC X(6).
            05  VD-DENOM-CD         PIC X(3).
            05  VD-PICKUP-DATE      PIC 9(8).
            05  VD-COIN-COUNT       PIC 9(15).
      *> Date the processor finished counting the deposit.
            05  VD-VERIFY-DATE      PIC 9(8).
