      ******************************************************************
      * ACCOUNTS-PAYABLE VOUCHER EXTRACT - APVOUCH.DAT (SEQUENTIAL,   *
      * RECREATED BY EACH INVOICE-MATCH RUN). ONE ROW PER INVOICE     *
      * LINE THAT PASSED THE THREE-WAY MATCH (PO, RECEIPT, INVOICE)   *
      * AND IS CLEARED FOR PAYMENT AT THE INVOICED PRICE.             *
      ******************************************************************
       01  AP-VOUCHER-RECORD.
           05  AV-VENDOR-ID        PIC X(8).
           05  AV-INVOICE-NUMBER   PIC X(12).
           05  AV-LINE-NUMBER      PIC 9(3).
           05  AV-INVOICE-DATE     PIC 9(8).
           05  AV-PO-NUMBER        PIC X(10).
           05  AV-LOCATION         PIC X(4).
           05  AV-SKU              PIC X(10).
           05  AV-QUANTITY         PIC 9(5).
           05  AV-UNIT-PRICE       PIC S9(7)V99 COMP-3.
           05  AV-AMOUNT           PIC S9(11)V99 COMP-3.
           05  AV-VOUCHER-DATE     PIC 9(8).
