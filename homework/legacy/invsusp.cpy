               10  SD-QUANTITY     PIC S9(5) COMP-3.
               10  SD-UNIT-PRICE   PIC S9(7)V99 COMP-3.
               10  SD-CUSTOMER-ID  PIC X(10).
      *        SUPERVISOR WHO APPROVED AN OVER-LIMIT PRICE (PRICEOK)
               10  SD-PRICE-APPROVED-BY PIC X(8).
               10  FILLER          PIC X(2).
           05  SUS-RETURN-DATA REDEFINES SUS-DATA.
               10  RD-TRANS-ID     PIC X(10).
               10  RD-DATE         PIC 9(8).
