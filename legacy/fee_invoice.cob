           05  CL-OPERATOR-ID      PIC X(8).
           05  CL-CURRENCY         PIC X(3).
           05  CL-PENDING-AMOUNT   PIC S9(9)V99 COMP-3.
           05  CL-REFUND-FEE       PIC S9(7)V99 COMP-3.
           05  CL-CHGBK-FEE        PIC S9(7)V99 COMP-3.

       FD  PAYMENT-FEED.
       01  PAYMENT-RECORD.
