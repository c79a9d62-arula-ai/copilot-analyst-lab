           05  CM-OPEN-DATE        PIC 9(8).
           05  CM-LAST-MAINT-DATE  PIC 9(8).
           05  CM-LAST-MAINT-OPER  PIC X(8).
      *****************************************************************
      * CM-CREDIT-LIMIT IS THE MOST THE CUSTOMER MAY HAVE OUTSTANDING *
      * (OPEN FEE INVOICES + OPEN PENDING ITEMS + OPEN CHARGEBACKS)   *
      * BEFORE CREDIT-EXPOSURE PUTS THEM ON CREDIT HOLD. ZERO MEANS   *
      * NO LIMIT HAS BEEN ASSIGNED AND THE HOUSE DEFAULT APPLIES. A   *
      * CUSTMAST.DAT WRITTEN BEFORE THIS FIELD WAS ADDED NEEDS ITS    *
      * ONE-TIME RECORD-LENGTH CONVERSION FIRST (LIMIT ZERO).         *
      *****************************************************************
           05  CM-CREDIT-LIMIT     PIC S9(9)V99 COMP-3.
