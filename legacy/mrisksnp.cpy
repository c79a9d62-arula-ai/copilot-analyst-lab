      ******************************************************************
      * MERCHANT RISK SNAPSHOT RECORD - MRISKSNP.DAT (SEQUENTIAL,     *
      * RECREATED BY EACH MERCH-RISK RUN). ONE ROW PER MERCHANT FOR   *
      * THE PERIOD SCORED. RATIOS ARE PERCENTAGES (0.90 = 0.90%).     *
      * MR-NETWORK-STATUS IS THE CARD-NETWORK CHARGEBACK TEST ALONE:  *
      * 'B' OVER THE NETWORK LIMIT, 'W' INSIDE THE EARLY-WARNING      *
      * BAND, SPACE CLEAR. MR-RISK-CATEGORY IS THE OVERALL CALL.      *
      ******************************************************************
       01  MERCHANT-RISK-RECORD.
           05  MR-MERCHANT-ID      PIC X(15).
           05  MR-MERCHANT-NAME    PIC X(30).
           05  MR-PERIOD           PIC 9(6).
           05  MR-SALES-COUNT      PIC 9(8).
           05  MR-SALES-AMOUNT     PIC S9(13)V99 COMP-3.
           05  MR-CB-COUNT         PIC 9(6).
           05  MR-CB-AMOUNT        PIC S9(11)V99 COMP-3.
           05  MR-CB-COUNT-RATIO   PIC 9(5)V99.
           05  MR-CB-AMOUNT-RATIO  PIC 9(5)V99.
           05  MR-VOID-RATE        PIC 9(3)V99.
           05  MR-OPEN-VAR-COUNT   PIC 9(6).
           05  MR-OPEN-VAR-SHARE   PIC 9(3)V99.
           05  MR-STALE-COUNT      PIC 9(6).
           05  MR-RISK-SCORE       PIC 9(3).
           05  MR-RISK-CATEGORY    PIC X(10).
           05  MR-NETWORK-STATUS   PIC X(1).
               88  MR-NETWORK-BREACH  VALUE 'B'.
               88  MR-NETWORK-WARNING VALUE 'W'.
               88  MR-NETWORK-CLEAR   VALUE SPACE.
           05  MR-PARAM-SET-ID     PIC X(10).
           05  MR-RUN-DATE         PIC 9(8).
