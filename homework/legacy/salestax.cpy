      ******************************************************************
      * SALES-TAX LEDGER - SALESTAX.DAT (INDEXED, KEYED BY THE        *
      * TRANSACTION ID + EVENT). INVENTORY-UPDATE WRITES ONE 'S' ROW  *
      * PER SALE POSTED AND ONE 'R' ROW PER RETURN POSTED. A RETURN   *
      * READS ITS ORIGINAL SALE'S 'S' ROW (RET-ORIG-SALE-ID) AND      *
      * REVERSES THE TAX AT THAT ROW'S RATE AND JURISDICTION, NOT AT  *
      * TODAY'S RATE. RETURN ROWS CARRY NEGATIVE AMOUNTS. AN EXEMPT   *
      * SALE IS STILL RECORDED (ST-EXEMPT-YES, RATE AND TAX ZERO) SO  *
      * THE LIABILITY REPORT CAN SHOW EXEMPT SALES. TAX-LIABILITY     *
      * READS THIS FILE FOR THE MONTHLY REPORT AND GL JOURNAL.        *
      ******************************************************************
       01  SALES-TAX-RECORD.
           05  ST-KEY.
               10  ST-TRANS-ID     PIC X(10).
               10  ST-EVENT        PIC X(1).
                   88  ST-SALE     VALUE 'S'.
                   88  ST-RETURN   VALUE 'R'.
           05  ST-ORIG-SALE-ID     PIC X(10).
           05  ST-TRANS-DATE       PIC 9(8).
           05  ST-POSTED-DATE      PIC 9(8).
           05  ST-LOCATION         PIC X(4).
           05  ST-SKU              PIC X(10).
           05  ST-CATEGORY         PIC X(20).
           05  ST-JURISDICTION     PIC X(10).
           05  ST-RATE-PCT         PIC 9V9(5) COMP-3.
           05  ST-EXEMPT-FLAG      PIC X(1).
               88  ST-EXEMPT-YES   VALUE 'Y'.
               88  ST-EXEMPT-NO    VALUE 'N'.
           05  ST-GROSS-AMT        PIC S9(11)V99 COMP-3.
           05  ST-TAXABLE-AMT      PIC S9(11)V99 COMP-3.
           05  ST-TAX-AMT          PIC S9(9)V99 COMP-3.
