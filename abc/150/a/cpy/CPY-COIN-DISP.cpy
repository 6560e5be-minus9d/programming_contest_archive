            05  CD-OPERATOR-ID      PIC X(8).
            05  CD-TIMESTAMP        PIC X(14).
            05  CD-CUST-ID          PIC X(12).
            05  CD-FEE-AMOUNT       PIC 9(15).
            05  CD-TELLER-ID        PIC X(8).
            05  CD-CURRENCY-CD      PIC X(3).
            05  CD-FOREIGN-VALUE    PIC 9(15).
