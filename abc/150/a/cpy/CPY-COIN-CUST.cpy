      *> CPY-COIN-CUST - customer master record.
      *> One row per customer ID a station can put on a
      *> redemption. ABC150R looks the extract's customer up here:
      *> a blocked customer is rejected, a held customer's would-be
      *> "Yes" is referred for a supervisor instead of paid by
      *> rule, and only a customer on this file is a member exempt
      *> from the counting fee - a customer ID the master does not
      *> know is reported and charged as a non-member. Rows are
      *> maintained by the ABC150_E customer maintenance program,
      *> not by editing the dataset.
        01  CPY-COIN-CUST-REC.
            05  CC-CUST-ID          PIC X(12).
            05  CC-CUST-NAME        PIC X(30).
      *> How far the customer's identity has been proved: "0" no
      *> identification seen, "1" photo ID sighted at the
      *> counter, "2" ID verified and recorded.
            05  CC-ID-LEVEL         PIC X(1).
                88  CC-ID-NONE      VALUE "0".
                88  CC-ID-SIGHTED   VALUE "1".
                88  CC-ID-VERIFIED  VALUE "2".
            05  CC-STATUS           PIC X(1).
                88  CC-ACTIVE       VALUE "A".
                88  CC-HELD         VALUE "H".
                88  CC-BLOCKED      VALUE "B".
            05  CC-OPEN-DATE        PIC 9(8).
      *> Date the status last changed - the day a hold or block
      *> was put on, or lifted.
            05  CC-STATUS-DATE      PIC 9(8).
