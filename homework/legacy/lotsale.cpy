      ******************************************************************
      * SALE LOT-ISSUE RECORD - LOTSALE.DAT (INDEXED, KEYED BY SALE   *
      * ID AND SEQUENCE). ONE ROW PER LOT A LOT-TRACKED SALE WAS      *
      * DRAWN FROM, WRITTEN BY INVENTORY-UPDATE WHEN THE SALE POSTS.  *
      * IT IS THE FIRST-EXPIRY-FIRST-OUT AUDIT TRAIL, AND IT IS HOW A *
      * RETURN AGAINST RET-ORIG-SALE-ID FINDS THE LOT THE GOODS CAME  *
      * FROM. LS-RETURNED-QTY STOPS THE SAME UNITS GOING BACK TWICE.  *
      * A SALE DRAWN PARTLY FROM UNLOTTED STOCK HAS ROWS ONLY FOR THE *
      * LOTTED PART.                                                  *
      ******************************************************************
       01  LOT-SALE-RECORD.
           05  LS-KEY.
               10  LS-SALE-ID          PIC X(10).
               10  LS-SEQ              PIC 9(3).
           05  LS-LOT-KEY.
               10  LS-LOCATION         PIC X(4).
               10  LS-SKU              PIC X(10).
               10  LS-EXPIRY-DATE      PIC 9(8).
               10  LS-LOT-ID           PIC X(10).
           05  LS-SALE-DATE            PIC 9(8).
           05  LS-QTY                  PIC S9(7) COMP-3.
           05  LS-RETURNED-QTY         PIC S9(7) COMP-3.
