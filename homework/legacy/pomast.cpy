               88  PO-OPEN         VALUE 'O'.
               88  PO-RECEIVED     VALUE 'R'.
           05  PO-VENDOR-ID        PIC X(8).
      *****************************************************************
      * PO-UNIT-COST IS THE PRICE AGREED WHEN THE PO WAS CUT (THE     *
      * SKU'S INV-UNIT-COST AT THAT TIME). PO-INVOICED-QTY IS THE     *
      * RUNNING TOTAL OF UNITS ALREADY VOUCHERED FOR PAYMENT BY        *
      * INVOICE-MATCH, SO A SECOND INVOICE FOR THE SAME GOODS SHOWS   *
      * UP AS OVER-BILLED. A POMAST.DAT WRITTEN BEFORE THESE FIELDS   *
      * WERE ADDED NEEDS THE SAME ONE-TIME RECORD-LENGTH CONVERSION   *
      * (NEW FIELDS ZERO; A ZERO PO-UNIT-COST SKIPS THE PRICE TEST).  *
      *****************************************************************
           05  PO-UNIT-COST        PIC S9(7)V99 COMP-3.
           05  PO-INVOICED-QTY     PIC 9(5).
