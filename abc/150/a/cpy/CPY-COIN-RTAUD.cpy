            05  CM-KEYED-BY         PIC X(8).
            05  CM-APPROVED-BY      PIC X(8).
            05  CM-TIMESTAMP        PIC X(14).
            05  CM-CURRENCY-CD      PIC X(3).
