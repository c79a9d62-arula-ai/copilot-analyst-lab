      ******************************************************************
      * INVOICE HOLD RECORD - INVHOLD.DAT (SEQUENTIAL, RECREATED BY   *
      * EACH INVOICE-MATCH RUN). ONE ROW PER INVOICE LINE THAT FAILED *
      * THE THREE-WAY MATCH, WITH EVERY REASON THAT APPLIED (UP TO    *
      * FOUR, FIRST FOUND FIRST). AP DOES NOT PAY A HELD LINE; ONCE   *
      * RESOLVED IT IS RE-FED ON A LATER VNDINV.DAT.                  *
      *   NP  PO NOT ON FILE                                          *
      *   SK  INVOICE SKU DIFFERS FROM THE PO SKU                     *
      *   VN  INVOICE VENDOR DIFFERS FROM THE PO VENDOR               *
      *   NR  NOTHING RECEIVED YET AGAINST THE PO                     *
      *   OB  OVER-BILLED - INVOICED UNITS EXCEED UNITS RECEIVED      *
      *       LESS UNITS ALREADY VOUCHERED                            *
      *   PV  UNIT PRICE DIFFERS FROM THE PO PRICE BEYOND TOLERANCE   *
      ******************************************************************
       01  INVOICE-HOLD-RECORD.
           05  IH-VENDOR-ID        PIC X(8).
           05  IH-INVOICE-NUMBER   PIC X(12).
           05  IH-LINE-NUMBER      PIC 9(3).
           05  IH-INVOICE-DATE     PIC 9(8).
           05  IH-PO-NUMBER        PIC X(10).
           05  IH-SKU              PIC X(10).
           05  IH-QUANTITY         PIC 9(5).
           05  IH-UNIT-PRICE       PIC S9(7)V99 COMP-3.
           05  IH-AMOUNT           PIC S9(11)V99 COMP-3.
           05  IH-PO-UNIT-COST     PIC S9(7)V99 COMP-3.
           05  IH-BILLABLE-QTY     PIC S9(5) COMP-3.
           05  IH-REASON-COUNT     PIC 9(1).
           05  IH-REASON-CODE      PIC X(2) OCCURS 4 TIMES.
           05  IH-HOLD-DATE        PIC 9(8).
