      ******************************************************************
      * INVENTORY LOT RECORD - INVLOT.DAT (INDEXED, KEYED BY          *
      * LOCATION, SKU, EXPIRY DATE AND LOT ID, SO A START AT A        *
      * LOCATION/SKU READS ITS LOTS FIRST-EXPIRY-FIRST). KEPT ONLY    *
      * FOR SKUS WHOSE INV-CATEGORY IS ON LOTCAT.DAT.                 *
      * INVENTORY-UPDATE CREATES A LOT FOR EACH RECEIPT (LOT ID = THE *
      * VENDOR LOT ON THE RECEIPT, ELSE THE PO NUMBER), DRAWS SALES,  *
      * NEGATIVE ADJUSTMENTS AND TRANSFERS OUT OF THE                 *
      * EARLIEST-EXPIRING LOTS, PUTS A TRANSFER OR A RETURN BACK      *
      * UNDER THE SAME LOT ID AND EXPIRY AT THE RECEIVING LOCATION,   *
      * AND EMPTIES EXPIRED LOTS ON A WO WRITE-OFF. A LOT IS NEVER    *
      * DELETED; AN EMPTY ONE SITS AT ZERO. STOCK NOT IN ANY LOT (ON  *
      * HAND BEFORE LOT TRACKING STARTED, OR FOUND ON A RECOUNT) IS   *
      * INV-QTY-ONHAND LESS THE SUM OF LOT-QTY-ONHAND, AND LOT-EXPIRY *
      * SHOWS IT AS UNLOTTED.                                         *
      *   LOT-SOURCE  R  RECEIPT                                      *
      *               T  TRANSFER IN FROM ANOTHER LOCATION            *
      *               C  CUSTOMER RETURN                              *
      ******************************************************************
       01  LOT-RECORD.
           05  LOT-KEY.
               10  LOT-LOCATION        PIC X(4).
               10  LOT-SKU             PIC X(10).
               10  LOT-EXPIRY-DATE     PIC 9(8).
               10  LOT-ID              PIC X(10).
           05  LOT-RECEIPT-DATE        PIC 9(8).
           05  LOT-QTY-RECEIVED        PIC S9(7) COMP-3.
           05  LOT-QTY-ONHAND          PIC S9(7) COMP-3.
           05  LOT-SOURCE              PIC X(1).
               88  LOT-FROM-RECEIPT    VALUE 'R'.
               88  LOT-FROM-TRANSFER   VALUE 'T'.
               88  LOT-FROM-RETURN     VALUE 'C'.
           05  LOT-LAST-UPDATED        PIC X(26).
