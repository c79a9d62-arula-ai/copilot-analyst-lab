      ******************************************************************
      * LOT-TRACKED CATEGORY RECORD - LOTCAT.DAT (SEQUENTIAL, ONE ROW *
      * PER INV-CATEGORY THAT IS PERISHABLE OR DATED). A SKU IS LOT   *
      * TRACKED WHEN ITS INV-CATEGORY IS ON THIS FILE.                *
      * LC-SHELF-LIFE-DAYS DATES A RECEIPT THAT CARRIES NO EXPIRY     *
      * DATE (RECEIPT DATE PLUS SHELF LIFE). LC-WARN-DAYS IS HOW FAR  *
      * AHEAD LOT-EXPIRY LOOKS FOR STOCK NEARING EXPIRY; ZERO MEANS   *
      * ITS STANDARD SEVEN DAYS. NO FILE, NO LOT TRACKING.            *
      ******************************************************************
       01  LOT-CATEGORY-RECORD.
           05  LC-CATEGORY             PIC X(20).
           05  LC-SHELF-LIFE-DAYS      PIC 9(4).
           05  LC-WARN-DAYS            PIC 9(3).
