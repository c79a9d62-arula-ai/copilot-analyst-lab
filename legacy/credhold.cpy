      ******************************************************************
      * CREDIT-HOLD RECORD - CREDHOLD.DAT (INDEXED, KEYED BY          *
      * CH-CUST-ID, RECREATED BY EACH NIGHTLY CREDIT-EXPOSURE RUN).   *
      * ONE ROW PER CUSTOMER WHOSE TOTAL EXPOSURE EXCEEDS THEIR       *
      * CREDIT LIMIT, WITH THE COMPONENTS THAT MAKE IT UP. FEES-CALC  *
      * FLAGS A HELD CUSTOMER'S TRANSACTIONS ON FEEEXCP.DAT AND       *
      * CUST-INQUIRY SHOWS THE HOLD ON THE 360 PAGE.                  *
      ******************************************************************
       01  CREDIT-HOLD-RECORD.
           05  CH-CUST-ID          PIC X(10).
           05  CH-INVOICE-AMT      PIC S9(9)V99 COMP-3.
           05  CH-PENDING-AMT      PIC S9(9)V99 COMP-3.
           05  CH-DISPUTE-AMT      PIC S9(9)V99 COMP-3.
           05  CH-EXPOSURE-AMT     PIC S9(11)V99 COMP-3.
           05  CH-CREDIT-LIMIT     PIC S9(9)V99 COMP-3.
           05  CH-OVER-LIMIT-AMT   PIC S9(11)V99 COMP-3.
           05  CH-LIMIT-SOURCE     PIC X(1).
               88  CH-LIMIT-ASSIGNED VALUE 'A'.
               88  CH-LIMIT-DEFAULT  VALUE 'D'.
           05  CH-HOLD-DATE        PIC 9(8).
