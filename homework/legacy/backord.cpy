      ******************************************************************
      * CUSTOMER BACKORDER RECORD - BACKORDR.DAT (INDEXED). A SALE    *
      * THAT WOULD DRIVE ON-HAND NEGATIVE IS KEPT HERE RATHER THAN    *
      * LOST. THE KEY RUNS LOCATION, SKU, ORDER DATE, SALE ID, SO A   *
      * START AT A LOCATION/SKU READS ITS BACKORDERS OLDEST FIRST -   *
      * THE ORDER PO RECEIPTS FILL THEM IN. A FILLED BACKORDER STAYS  *
      * ON FILE AS STATUS F WITH THE RECEIVING PO AND DATE. A KIT     *
      * SALE SHORT OF COMPONENT STOCK IS HELD UNDER THE KIT SKU AND   *
      * FILLED BY A RECEIPT OF ANY OF ITS COMPONENTS ONCE ALL OF THEM *
      * COVER IT. ITS QUANTITY IS IN KITS; THE REORDER SCAN COUNTS IT *
      * AS DEMAND OF BO-QTY * KB-COMP-QTY FOR EACH COMPONENT AT THE   *
      * SAME LOCATION.                                                *
      ******************************************************************
       01  BACKORDER-RECORD.
           05  BO-KEY.
               10  BO-LOCATION         PIC X(4).
               10  BO-SKU              PIC X(10).
               10  BO-ORDER-DATE       PIC 9(8).
               10  BO-SALE-ID          PIC X(10).
           05  BO-CUSTOMER-ID          PIC X(10).
           05  BO-QTY                  PIC S9(5) COMP-3.
           05  BO-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  BO-STATUS               PIC X(1).
               88  BO-OPEN             VALUE 'O'.
               88  BO-FILLED           VALUE 'F'.
           05  BO-CREATED-DATE         PIC 9(8).
           05  BO-FILLED-DATE          PIC 9(8).
           05  BO-FILL-PO              PIC X(10).
