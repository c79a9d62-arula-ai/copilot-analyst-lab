      ******************************************************************
      * PRICE LIST RECORD - PRICELST.DAT (INDEXED, KEYED BY LOCATION, *
      * SKU, EFFECTIVE DATE AND PRICE TYPE, SO A START AT A           *
      * LOCATION/SKU READS ITS PRICE HISTORY OLDEST FIRST). A ROW IS  *
      * IN EFFECT FROM PL-EFF-DATE THROUGH PL-END-DATE INCLUSIVE;     *
      * ZERO END DATE MEANS OPEN-ENDED. ON A GIVEN DATE THE           *
      * LATEST-EFFECTIVE PROMOTIONAL ROW IN EFFECT WINS, ELSE THE     *
      * LATEST-EFFECTIVE REGULAR ROW; A LOCATION/SKU WITH NEITHER HAS *
      * NO LIST PRICE THAT DAY. MAINTAINED ONLY THROUGH PRICE-MAINT.  *
      ******************************************************************
       01  PRICE-LIST-RECORD.
           05  PL-KEY.
               10  PL-LOCATION         PIC X(4).
               10  PL-SKU              PIC X(10).
               10  PL-EFF-DATE         PIC 9(8).
               10  PL-PRICE-TYPE       PIC X(1).
                   88  PL-REGULAR      VALUE 'R'.
                   88  PL-PROMO        VALUE 'P'.
           05  PL-END-DATE             PIC 9(8).
           05  PL-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  PL-LAST-MAINT-DATE      PIC 9(8).
           05  PL-LAST-MAINT-BY        PIC X(8).
