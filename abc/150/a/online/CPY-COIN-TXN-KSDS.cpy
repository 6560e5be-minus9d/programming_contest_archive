            05  CX-TXN-TYPE         PIC X(1).
            05  CX-ORIG-TXN-ID      PIC X(10).
            05  CX-CUST-ID          PIC X(12).
            05  CX-TELLER-ID        PIC X(8).
            05  CX-CURRENCY-CD      PIC X(3).
