      ******************************************************************
      * KIT BILL-OF-MATERIALS RECORD - KITBOM.DAT (INDEXED, KEYED BY  *
      * KIT SKU AND COMPONENT SKU, SO A START AT A KIT SKU READS ITS  *
      * COMPONENTS TOGETHER). A SKU WITH ANY ROW HERE IS A KIT: IT    *
      * KEEPS ITS OWN INVENTORY MASTER ROW FOR DESCRIPTION, CATEGORY, *
      * STATUS AND PRICE, BUT HOLDS NO STOCK OF ITS OWN. A SALE OR    *
      * RETURN OF N KITS POSTS N * KB-COMP-QTY OF EVERY COMPONENT AT  *
      * THE SAME LOCATION. ONE LEVEL ONLY - A COMPONENT IS NEVER      *
      * ITSELF EXPLODED.                                              *
      ******************************************************************
       01  KIT-BOM-RECORD.
           05  KB-KEY.
               10  KB-KIT-SKU          PIC X(10).
               10  KB-COMP-SKU         PIC X(10).
           05  KB-COMP-QTY             PIC 9(3).
           05  KB-LAST-MAINT-DATE      PIC 9(8).
