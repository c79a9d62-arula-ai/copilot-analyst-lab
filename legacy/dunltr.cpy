      ******************************************************************
      * DUNNING LETTER EXTRACT - DUNLTR.DAT, ONE ROW PER LETTER FOR    *
      * THE MAIL HOUSE. DL-LETTER-CODE NAMES THE TEMPLATE: REMINDER,  *
      * SECOND (SECOND NOTICE) OR FINAL (FINAL DEMAND). AMOUNTS ARE   *
      * IN THE INVOICE'S OWN CURRENCY (SPACES = HOME CURRENCY).       *
      ******************************************************************
       01  DUNNING-LETTER-RECORD.
           05  DL-CUST-ID          PIC X(10).
           05  DL-PERIOD           PIC 9(6).
           05  DL-CURRENCY         PIC X(3).
           05  DL-DUN-STAGE        PIC 9(1).
           05  DL-LETTER-CODE      PIC X(8).
           05  DL-LETTER-DATE      PIC 9(8).
           05  DL-INVOICE-DATE     PIC 9(8).
           05  DL-DUE-DATE         PIC 9(8).
           05  DL-DAYS-PAST-DUE    PIC 9(5).
           05  DL-INVOICE-AMT      PIC S9(7)V99 COMP-3.
           05  DL-PAID-AMT         PIC S9(7)V99 COMP-3.
           05  DL-BALANCE-DUE      PIC S9(7)V99 COMP-3.
