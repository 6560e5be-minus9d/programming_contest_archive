                88  CU-STARTED      VALUE "STARTED ".
                88  CU-COMPLETE     VALUE "COMPLETE".
            05  CU-TIMESTAMP        PIC X(14).
      *> First transaction date tonight's run takes. Extracts
      *> dated on the weekend or a holiday are processed in the
      *> next business day's run, so ABC150_C sets this to the day
      *> after the previous business date and ABC150_A accepts
      *> every transaction dated from here to CU-BUS-DATE. Equal
      *> to CU-BUS-DATE when no day off came between.
            05  CU-FIRST-TXN-DATE   PIC 9(8).
      *> Region the record controls. The nightly run is split by
      *> store region: the national record (region blank) tracks
      *> the front end - ABC150_J marks it STARTED once the
      *> extract is partitioned and ABC150_Z marks it COMPLETE
      *> once the regions are merged back into one day - and
      *> each region keeps its own record, set by ABC150_C from
      *> its PARM and worked by that region's ABC150_A run, so a
      *> failed region restarts without touching the others.
            05  CU-REGION           PIC X(3).
