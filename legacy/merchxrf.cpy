      ******************************************************************
      * TRANSACTION-TO-MERCHANT CROSS-REFERENCE - MERCHXRF.DAT        *
      * (INDEXED, KEYED BY MX-TRANS-ID). INTTRAN.DAT/EXTTRAN.DAT ARE  *
      * ONE BUSINESS DATE'S FILES, BUT A CHARGEBACK ON DISPCASE.DAT   *
      * ARRIVES DAYS OR WEEKS AFTER THE ORIGINAL SALE, WHEN THE ROW   *
      * THAT NAMED ITS MERCHANT IS LONG GONE. MERCH-PAYOUT ADDS EACH  *
      * DAY'S DETAIL ROWS HERE (INTERNAL FIRST, SO INT-MERCHANT-ID    *
      * WINS; FIRST RECORD PER TRANS-ID IS KEPT, THE SAME RULE AS     *
      * MERCH-SETTLE'S MERCHWRK.DAT), AND EVERY PROGRAM THAT HAS TO   *
      * CHARGE A DISPUTE BACK TO A MERCHANT LOOKS THE TRANSACTION UP  *
      * HERE. DC-TRANS-ID (10 BYTES) IS SPACE-PADDED TO 16 FOR THE    *
      * LOOKUP, THE SAME WAY BATCH-RECONCILE PADS FE-ID. MX-TRANS-DATE *
      * AND MX-AMOUNT ALSO GIVE MERCH-RISK EACH MERCHANT'S MONTHLY    *
      * SALES COUNT AND VOLUME FOR ITS CHARGEBACK RATIOS.             *
      ******************************************************************
       01  MERCHANT-XREF-RECORD.
           05  MX-TRANS-ID         PIC X(16).
           05  MX-MERCHANT-ID      PIC X(15).
           05  MX-TRANS-DATE       PIC 9(8).
           05  MX-CURRENCY         PIC X(3).
           05  MX-ADDED-DATE       PIC 9(8).
           05  MX-AMOUNT           PIC S9(11)V99 COMP-3.
