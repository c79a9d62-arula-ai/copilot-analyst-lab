      ******************************************************************
      * SALES-TAX JURISDICTION RATE TABLE - TAXRATE.DAT (INDEXED,     *
      * KEYED BY LOCATION + EFFECTIVE DATE SO A LOCATION CARRIES A    *
      * HISTORY OF RATES, THE SAME SHAPE AS CONTRACT.CPY). THE ROW    *
      * WITH THE LATEST TX-EFF-DATE NOT AFTER THE SALE DATE TAXES THE *
      * SALE. TX-RATE-PCT IS A FRACTION (0.08250 = 8.25%). A SKU      *
      * WHOSE INV-CATEGORY IS LISTED IN TX-EXEMPT-CATEGORY IS SOLD    *
      * TAX-FREE IN THAT JURISDICTION.                                *
      ******************************************************************
       01  TAX-RATE-RECORD.
           05  TX-KEY.
               10  TX-LOCATION     PIC X(4).
               10  TX-EFF-DATE     PIC 9(8).
           05  TX-JURISDICTION     PIC X(10).
           05  TX-RATE-PCT         PIC 9V9(5) COMP-3.
           05  TX-EXEMPT-CATEGORY  PIC X(20) OCCURS 5 TIMES.
           05  TX-LAST-MAINT-DATE  PIC 9(8).
           05  TX-LAST-MAINT-OPER  PIC X(8).
