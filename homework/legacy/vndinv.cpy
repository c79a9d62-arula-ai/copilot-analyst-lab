      ******************************************************************
      * VENDOR INVOICE LINE - VNDINV.DAT (SEQUENTIAL FEED FROM AP     *
      * MAIL-ROOM KEYING, ONE ROW PER INVOICE LINE). EACH LINE BILLS  *
      * ONE PO: VI-PO-NUMBER MUST NAME A POMAST.DAT PO FOR THE SAME   *
      * SKU AND VENDOR. INVOICE-MATCH MATCHES EVERY LINE AGAINST THE  *
      * PO AND ITS RECEIPTS AND VOUCHERS OR HOLDS IT.                 *
      ******************************************************************
       01  VENDOR-INVOICE-RECORD.
           05  VI-INVOICE-NUMBER   PIC X(12).
           05  VI-LINE-NUMBER      PIC 9(3).
           05  VI-VENDOR-ID        PIC X(8).
           05  VI-INVOICE-DATE     PIC 9(8).
           05  VI-PO-NUMBER        PIC X(10).
           05  VI-SKU              PIC X(10).
           05  VI-QUANTITY         PIC 9(5).
           05  VI-UNIT-PRICE       PIC 9(7)V99.
