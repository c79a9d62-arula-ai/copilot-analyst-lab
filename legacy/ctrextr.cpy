      ******************************************************************
      * REPORTABLE CASH TRANSACTION EXTRACT RECORD - CTREXTR.DAT      *
      * (SEQUENTIAL, RECREATED BY EACH CASH-REPORT RUN FOR COMPLIANCE *
      * TO FILE THE CURRENCY TRANSACTION REPORTS FROM). ONE ROW PER   *
      * CUSTOMER AND DIRECTION WHOSE APPROVED BRANCH                  *
      * PLUS ATM CASH FOR THE DAY IS OVER THE CTR_THRESHOLD ON        *
      * CASHPRM.DAT. CASH IN (POSITIVE CT-AMOUNT) AND CASH OUT        *
      * (NEGATIVE) ARE AGGREGATED SEPARATELY; AMOUNTS ARE CARRIED     *
      * UNSIGNED. THE CHANNEL SPLIT SHOWS HOW THE DAY WAS MADE UP AND *
      * CX-THRESHOLD RECORDS THE LIMIT THE ROW WAS MEASURED AGAINST.  *
      ******************************************************************
       01  CTR-EXTRACT-RECORD.
           05  CX-CUST-ID          PIC X(10).
           05  CX-BUSINESS-DATE    PIC 9(8).
           05  CX-DIRECTION        PIC X(1).
               88  CX-CASH-IN      VALUE 'I'.
               88  CX-CASH-OUT     VALUE 'O'.
           05  CX-TOTAL-AMOUNT     PIC S9(11)V99 COMP-3.
           05  CX-TRANS-COUNT      PIC 9(4).
           05  CX-BRANCH-COUNT     PIC 9(4).
           05  CX-BRANCH-AMOUNT    PIC S9(11)V99 COMP-3.
           05  CX-ATM-COUNT        PIC 9(4).
           05  CX-ATM-AMOUNT       PIC S9(11)V99 COMP-3.
           05  CX-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  CX-RUN-TIMESTAMP    PIC X(26).
