               88  PT-OPEN         VALUE 'O'.
               88  PT-CLOSED       VALUE 'C'.
           05  PT-RESOLVE-PERIOD   PIC 9(6).
      *****************************************************************
      * PT-CURRENCY AND PT-TRANS-DATE CARRY THE TRANSACTION'S         *
      * CURRENCY (SPACES IS THE HOME CURRENCY) AND THE DATE IT WAS    *
      * BOOKED, SO FX-REVAL CAN RESTATE AN OPEN FOREIGN-CURRENCY ITEM *
      * FROM ITS BOOKING-DAY RATE TO THE MONTH-END RATE. A            *
      * PENDITEM.DAT WRITTEN BEFORE THESE FIELDS WERE ADDED NEEDS ITS *
      * ONE-TIME RECORD-LENGTH CONVERSION FIRST (CURRENCY SPACES).    *
      *****************************************************************
           05  PT-CURRENCY         PIC X(3).
           05  PT-TRANS-DATE       PIC 9(8).
