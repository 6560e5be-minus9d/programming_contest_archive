            05  CK-HIST-PRIOR-COUNT PIC 9(9).
            05  CK-HIST-PURGED-COUNT PIC 9(9).
            05  CK-HIST-KEPT-COUNT  PIC 9(9).
      *> Region the run was for (blank for an unpartitioned run).
      *> The merge job concatenates the regions' checkpoint files
      *> into the day's, and ABC150_B tells one region's records
      *> from the next by it.
            05  CK-REGION           PIC X(3).
