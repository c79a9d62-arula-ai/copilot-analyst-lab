       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-EXPOSURE.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: NIGHTLY CUSTOMER CREDIT EXPOSURE AND CREDIT-HOLD     *
      * LIST. A CUSTOMER'S EXPOSURE IS EVERYTHING WE STAND TO LOSE IF *
      * THEY STOP PAYING:                                             *
      *   OUTSTANDING FEE INVOICES - FEEINV.DAT INVOICES STILL OPEN   *
      *     OR PART-PAID, INVOICE LESS PAID, RESTATED IN HOME         *
      *     CURRENCY AT THE LATEST EXCHRATE.DAT RATE ON OR BEFORE THE *
      *     RUN DATE;                                                 *
      *   OPEN PENDING ITEMS - PENDITEM.DAT ITEMS STILL OPEN,         *
      *     RESTATED IN HOME CURRENCY THE SAME WAY;                   *
      *   OPEN CHARGEBACKS - DISPCASE.DAT CASES RECEIVED OR           *
      *     REPRESENTED BUT NOT YET WON OR LOST.                      *
      * THE TOTAL IS COMPARED WITH THE CUSTOMER'S CM-CREDIT-LIMIT ON  *
      * CUSTMAST.DAT (SET THROUGH CUST-MAINT); A CUSTOMER WITH NO     *
      * LIMIT ASSIGNED, OR NOT ON THE MASTER, IS HELD TO THE HOUSE    *
      * DEFAULT FROM CREDPRM.DAT. EVERY CUSTOMER WITH EXPOSURE IS     *
      * LISTED ON THE EXPOSURE REPORT CREDEXP.DAT; A CUSTOMER OVER    *
      * THEIR LIMIT IS ALSO WRITTEN TO THE CREDIT-HOLD FILE           *
      * CREDHOLD.DAT (SEE CREDHOLD.CPY), WHICH IS REBUILT EACH RUN SO *
      * A CUSTOMER DROPS OFF HOLD AS SOON AS THEY ARE BACK UNDER.     *
      * FEES-CALC FLAGS A HELD CUSTOMER'S TRANSACTIONS ON FEEEXCP.DAT *
      * AND CUST-INQUIRY SHOWS THE HOLD ON THE 360 PAGE.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEE-INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FI-KEY
               FILE STATUS IS WS-FI-STATUS.
           SELECT OPTIONAL PENDING-ITEM-FILE ASSIGN TO "PENDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PT-TRANS-ID
               FILE STATUS IS WS-PT-STATUS.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO "DISPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DC-TRANS-ID
               FILE STATUS IS WS-DC-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL CREDIT-PARAMS ASSIGN TO "CREDPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS WS-CH-STATUS.
           SELECT EXPOSURE-REPORT ASSIGN TO "CREDEXP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "CREDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-INVOICE-FILE.
           COPY "feeinv.cpy".

       FD  PENDING-ITEM-FILE.
           COPY "penditem.cpy".

       FD  DISPUTE-CASE-FILE.
           COPY "dispcase.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XR-FROM-CURR        PIC X(3).
           05  XR-TO-CURR          PIC X(3).
           05  XR-RATE-DATE        PIC 9(8).
           05  XR-RATE             PIC 9(3)V9(6) COMP-3.

       FD  CREDIT-PARAMS.
       01  CREDIT-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

       FD  CREDIT-HOLD-FILE.
           COPY "credhold.cpy".

       FD  EXPOSURE-REPORT.
       01  REPORT-LINE             PIC X(132).

      *****************************************************************
      * ONE SORT ROW PER EXPOSURE ITEM: I = FEE INVOICE, P = PENDING  *
      * ITEM, D = OPEN CHARGEBACK. AMOUNTS ARE IN HOME CURRENCY.      *
      *****************************************************************
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-CUST-ID          PIC X(10).
           05  SR-SOURCE           PIC X(1).
               88  SR-INVOICE      VALUE 'I'.
               88  SR-PENDING      VALUE 'P'.
               88  SR-DISPUTE      VALUE 'D'.
           05  SR-AMOUNT           PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FI-STATUS        PIC XX.
               88  FI-OK           VALUE "00".
           05  WS-PT-STATUS        PIC XX.
               88  PT-OK           VALUE "00".
           05  WS-DC-STATUS        PIC XX.
               88  DC-OK           VALUE "00".
           05  WS-CM-STATUS        PIC XX.
               88  CM-OK           VALUE "00".
               88  CM-NOT-FOUND    VALUE "23".
           05  WS-XR-STATUS        PIC XX.
               88  XR-OK           VALUE "00".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".
           05  WS-CH-STATUS        PIC XX.
               88  CH-OK           VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-CUST-VERIFY-FLAG PIC X VALUE 'N'.
               88  CUST-VERIFY-ON  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-INVOICES-OPEN    PIC 9(8) VALUE ZERO.
           05  WS-INVOICES-NO-RATE PIC 9(8) VALUE ZERO.
           05  WS-PENDING-OPEN     PIC 9(8) VALUE ZERO.
           05  WS-PENDING-NO-RATE  PIC 9(8) VALUE ZERO.
           05  WS-DISPUTES-OPEN    PIC 9(8) VALUE ZERO.
           05  WS-CUSTOMERS-LISTED PIC 9(6) VALUE ZERO.
           05  WS-DEFAULT-LIMIT-CNT PIC 9(6) VALUE ZERO.
           05  WS-NOT-ON-MASTER-CNT PIC 9(6) VALUE ZERO.
           05  WS-NEAR-LIMIT-CNT   PIC 9(6) VALUE ZERO.
           05  WS-HOLD-CNT         PIC 9(6) VALUE ZERO.

      *****************************************************************
      * CREDIT PARAMETERS, OVERRIDDEN BY CREDPRM.DAT ENTRIES OF THE   *
      * SAME NAME (RISKPRM.DAT LAYOUT):                               *
      *   DEFAULT_CREDIT_LIMIT (RP-THRESHOLD) - LIMIT FOR A CUSTOMER  *
      *     WITH NONE ASSIGNED ON CUSTMAST.DAT.                       *
      *   NEAR_LIMIT_PCT (RP-WEIGHT) - SHARE OF THE LIMIT AT WHICH    *
      *     THE REPORT MARKS A CUSTOMER AS NEARING IT.                *
      *****************************************************************
       01  WS-CREDIT-PARAMETERS.
           05  WS-DEFAULT-LIMIT    PIC S9(9)V99 COMP-3
                                   VALUE 10000.00.
           05  WS-NEAR-LIMIT-PCT   PIC 9V999 VALUE 0.800.

      *****************************************************************
      * LATEST RATE INTO HOME CURRENCY PER FOREIGN CURRENCY, FROM THE *
      * EXCHRATE.DAT ROWS DATED ON OR BEFORE THE RUN DATE. HOME       *
      * CURRENCY COMES FROM THE HOME_CURRENCY ENVIRONMENT VARIABLE,   *
      * USD WHEN UNSET, AS IN FEES-CALC.                              *
      *****************************************************************
       01  WS-CURRENCY-WORK.
           05  WS-HOME-CURRENCY    PIC X(3) VALUE "USD".
           05  WS-EXCH-RATE-COUNT  PIC 9(3) VALUE ZERO.
           05  WS-XR-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-XR-IDX.
               10  WS-XR-FROM      PIC X(3).
               10  WS-XR-DATE      PIC 9(8).
               10  WS-XR-RATE      PIC 9(3)V9(6) COMP-3.

       01  WS-CUSTOMER-TOTALS.
           05  WS-CURR-CUST-ID     PIC X(10).
           05  WS-CT-INVOICE-AMT   PIC S9(9)V99 COMP-3.
           05  WS-CT-PENDING-AMT   PIC S9(9)V99 COMP-3.
           05  WS-CT-DISPUTE-AMT   PIC S9(9)V99 COMP-3.
           05  WS-CT-EXPOSURE-AMT  PIC S9(11)V99 COMP-3.
           05  WS-CT-CREDIT-LIMIT  PIC S9(9)V99 COMP-3.
           05  WS-CT-LIMIT-SOURCE  PIC X(1).
           05  WS-CT-NEAR-AMT      PIC S9(11)V99 COMP-3.
           05  WS-CT-PCT-USED      PIC 9(5)V9.

       01  WS-GRAND-TOTALS.
           05  WS-GT-EXPOSURE-AMT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-HOLD-EXPOSURE PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-OVER-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-OUTSTANDING-AMT      PIC S9(9)V99 COMP-3.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(45) VALUE SPACES.
               10  FILLER          PIC X(42)
                   VALUE "CUSTOMER CREDIT EXPOSURE AND CREDIT HOLDS".
               10  FILLER          PIC X(45) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(10) VALUE "RUN DATE: ".
               10  WS-RPT-RUN-DATE PIC 9(8).
               10  FILLER          PIC X(8) VALUE SPACES.
               10  FILLER          PIC X(18)
                   VALUE "HOME CURRENCY: ".
               10  WS-RPT-HOME-CURR PIC X(3).
               10  FILLER          PIC X(85) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(12) VALUE "CUSTOMER".
               10  FILLER          PIC X(16) VALUE "   FEE INVOICES".
               10  FILLER          PIC X(16) VALUE "   PENDING ITEMS".
               10  FILLER          PIC X(16) VALUE "    CHARGEBACKS".
               10  FILLER          PIC X(18) VALUE "    TOTAL EXPOSURE".
               10  FILLER          PIC X(18) VALUE "      CREDIT LIMIT".
               10  FILLER          PIC X(9)  VALUE "   % USED".
               10  FILLER          PIC X(27) VALUE "  STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID       PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-INVOICE       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-PENDING       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-DISPUTE       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-EXPOSURE      PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-LIMIT         PIC $$$,$$$,$$9.99-.
           05  WS-DL-LIMIT-SOURCE  PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-PCT-USED      PIC ZZZZ9.9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-STATUS        PIC X(24).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(40).
           05  WS-TL-AMOUNT        PIC $$$,$$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(71) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-CREDIT-PARAMETERS
           PERFORM LOAD-EXCHANGE-RATES
           SORT SORT-WORK
               ON ASCENDING KEY SR-CUST-ID
               INPUT PROCEDURE IS RELEASE-EXPOSURE-ITEMS
               OUTPUT PROCEDURE IS MEASURE-CUSTOMER-EXPOSURE
           PERFORM PRINT-GRAND-TOTALS
           PERFORM CLOSE-PROCESS
           STOP RUN.

      *****************************************************************
      * CUSTMAST.DAT IS OPTIONAL: WITHOUT IT EVERY CUSTOMER IS HELD   *
      * TO THE DEFAULT LIMIT. THE HOLD FILE IS OPENED OUTPUT SO LAST  *
      * NIGHT'S HOLDS ARE REPLACED, NOT ADDED TO.                     *
      *****************************************************************
       INIT-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DATE-OVERRIDE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           ACCEPT WS-HOME-CURRENCY FROM ENVIRONMENT "HOME_CURRENCY"
           IF WS-HOME-CURRENCY = SPACES
                   OR WS-HOME-CURRENCY = LOW-VALUES
               MOVE "USD" TO WS-HOME-CURRENCY
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF CM-OK
               MOVE 'Y' TO WS-CUST-VERIFY-FLAG
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - "
                   "DEFAULT CREDIT LIMIT APPLIED TO ALL CUSTOMERS"
           END-IF
           OPEN OUTPUT CREDIT-HOLD-FILE
           IF NOT CH-OK
               DISPLAY "CREDHOLD.DAT OPEN FAILED: " WS-CH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPOSURE-REPORT
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE WS-HOME-CURRENCY TO WS-RPT-HOME-CURR
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       LOAD-CREDIT-PARAMETERS.
           OPEN INPUT CREDIT-PARAMS
           READ CREDIT-PARAMS
               AT END DISPLAY "WARNING: USING DEFAULT CREDIT "
                   "PARAMETERS"
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM PROCESS-PARAMETER
               READ CREDIT-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE CREDIT-PARAMS.

       PROCESS-PARAMETER.
           EVALUATE RP-PARAM-TYPE
               WHEN "DEFAULT_CREDIT_LIMIT"
                   MOVE RP-THRESHOLD TO WS-DEFAULT-LIMIT
               WHEN "NEAR_LIMIT_PCT"
                   MOVE RP-WEIGHT TO WS-NEAR-LIMIT-PCT
               WHEN OTHER
                   DISPLAY "WARNING: UNKNOWN CREDIT PARAMETER "
                       RP-PARAM-TYPE
           END-EVALUATE.

      *****************************************************************
      * KEEP, FOR EACH CURRENCY, THE MOST RECENT RATE INTO HOME       *
      * CURRENCY DATED ON OR BEFORE THE RUN DATE - AN INVOICE RAISED  *
      * LAST MONTH IS STILL OWED, SO TODAY'S RATE IS NOT REQUIRED.    *
      *****************************************************************
       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           READ EXCHANGE-RATE-FILE
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT XR-OK
               IF XR-RATE-DATE NOT > WS-RUN-DATE
                       AND XR-TO-CURR = WS-HOME-CURRENCY
                   PERFORM STORE-EXCHANGE-RATE
               END-IF
               READ EXCHANGE-RATE-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE.

       STORE-EXCHANGE-RATE.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-EXCH-RATE-COUNT
               IF WS-XR-FROM(WS-XR-IDX) = XR-FROM-CURR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-XR-IDX > WS-EXCH-RATE-COUNT
               IF WS-EXCH-RATE-COUNT < 100
                   ADD 1 TO WS-EXCH-RATE-COUNT
                   SET WS-XR-IDX TO WS-EXCH-RATE-COUNT
                   MOVE XR-FROM-CURR TO WS-XR-FROM(WS-XR-IDX)
                   MOVE XR-RATE-DATE TO WS-XR-DATE(WS-XR-IDX)
                   MOVE XR-RATE TO WS-XR-RATE(WS-XR-IDX)
               ELSE
                   DISPLAY "WARNING: EXCHANGE-RATE TABLE FULL, "
                       "DROPPING " XR-FROM-CURR "/" XR-TO-CURR
               END-IF
           ELSE
               IF XR-RATE-DATE NOT < WS-XR-DATE(WS-XR-IDX)
                   MOVE XR-RATE-DATE TO WS-XR-DATE(WS-XR-IDX)
                   MOVE XR-RATE TO WS-XR-RATE(WS-XR-IDX)
               END-IF
           END-IF.

       RELEASE-EXPOSURE-ITEMS.
           PERFORM RELEASE-OPEN-INVOICES
           PERFORM RELEASE-OPEN-PENDING-ITEMS
           PERFORM RELEASE-OPEN-CHARGEBACKS.

      *****************************************************************
      * A FOREIGN-CURRENCY INVOICE OR PENDING ITEM WITH NO RATE ON    *
      * FILE CANNOT BE MEASURED AGAINST A HOME-CURRENCY LIMIT; IT IS  *
      * LEFT OUT AND NAMED ON THE CONSOLE SO THE RATE CAN BE LOADED.  *
      *****************************************************************
       RELEASE-OPEN-INVOICES.
           OPEN INPUT FEE-INVOICE-FILE
           READ FEE-INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF FI-OUTSTANDING
                   COMPUTE WS-OUTSTANDING-AMT =
                       FI-INVOICE-AMT - FI-PAID-AMT
                   IF FI-CURRENCY = SPACES
                           OR FI-CURRENCY = WS-HOME-CURRENCY
                       PERFORM RELEASE-INVOICE-ITEM
                   ELSE
                       PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                               UNTIL WS-XR-IDX > WS-EXCH-RATE-COUNT
                           IF WS-XR-FROM(WS-XR-IDX) = FI-CURRENCY
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-XR-IDX > WS-EXCH-RATE-COUNT
                           ADD 1 TO WS-INVOICES-NO-RATE
                           DISPLAY "WARNING: NO " FI-CURRENCY
                               " RATE - INVOICE " FI-CUST-ID " "
                               FI-PERIOD " LEFT OUT OF EXPOSURE"
                       ELSE
                           COMPUTE WS-OUTSTANDING-AMT ROUNDED =
                               WS-OUTSTANDING-AMT
                               * WS-XR-RATE(WS-XR-IDX)
                           PERFORM RELEASE-INVOICE-ITEM
                       END-IF
                   END-IF
               END-IF
               READ FEE-INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE FEE-INVOICE-FILE.

       RELEASE-INVOICE-ITEM.
           ADD 1 TO WS-INVOICES-OPEN
           MOVE FI-CUST-ID TO SR-CUST-ID
           SET SR-INVOICE TO TRUE
           MOVE WS-OUTSTANDING-AMT TO SR-AMOUNT
           RELEASE SORT-RECORD.

       RELEASE-OPEN-PENDING-ITEMS.
           OPEN INPUT PENDING-ITEM-FILE
           READ PENDING-ITEM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF PT-OPEN
                   MOVE PT-AMOUNT TO WS-OUTSTANDING-AMT
                   IF PT-CURRENCY = SPACES
                           OR PT-CURRENCY = WS-HOME-CURRENCY
                       PERFORM RELEASE-PENDING-ITEM
                   ELSE
                       PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                               UNTIL WS-XR-IDX > WS-EXCH-RATE-COUNT
                           IF WS-XR-FROM(WS-XR-IDX) = PT-CURRENCY
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-XR-IDX > WS-EXCH-RATE-COUNT
                           ADD 1 TO WS-PENDING-NO-RATE
                           DISPLAY "WARNING: NO " PT-CURRENCY
                               " RATE - PENDING ITEM " PT-TRANS-ID
                               " LEFT OUT OF EXPOSURE"
                       ELSE
                           COMPUTE WS-OUTSTANDING-AMT ROUNDED =
                               WS-OUTSTANDING-AMT
                               * WS-XR-RATE(WS-XR-IDX)
                           PERFORM RELEASE-PENDING-ITEM
                       END-IF
                   END-IF
               END-IF
               READ PENDING-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE PENDING-ITEM-FILE.

       RELEASE-PENDING-ITEM.
           ADD 1 TO WS-PENDING-OPEN
           MOVE PT-CUST-ID TO SR-CUST-ID
           SET SR-PENDING TO TRUE
           MOVE WS-OUTSTANDING-AMT TO SR-AMOUNT
           RELEASE SORT-RECORD.

       RELEASE-OPEN-CHARGEBACKS.
           OPEN INPUT DISPUTE-CASE-FILE
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF DC-CASE-OPEN
                   ADD 1 TO WS-DISPUTES-OPEN
                   MOVE DC-CUST-ID TO SR-CUST-ID
                   SET SR-DISPUTE TO TRUE
                   MOVE DC-CHARGEBACK-AMT TO SR-AMOUNT
                   RELEASE SORT-RECORD
               END-IF
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE DISPUTE-CASE-FILE.

       MEASURE-CUSTOMER-EXPOSURE.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               MOVE SR-CUST-ID TO WS-CURR-CUST-ID
               MOVE ZERO TO WS-CT-INVOICE-AMT
               MOVE ZERO TO WS-CT-PENDING-AMT
               MOVE ZERO TO WS-CT-DISPUTE-AMT
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-CUST-ID NOT = WS-CURR-CUST-ID
                   EVALUATE TRUE
                       WHEN SR-INVOICE
                           ADD SR-AMOUNT TO WS-CT-INVOICE-AMT
                       WHEN SR-PENDING
                           ADD SR-AMOUNT TO WS-CT-PENDING-AMT
                       WHEN SR-DISPUTE
                           ADD SR-AMOUNT TO WS-CT-DISPUTE-AMT
                   END-EVALUATE
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   END-RETURN
               END-PERFORM
               PERFORM FINISH-CUSTOMER
           END-PERFORM.

      *****************************************************************
      * ONE REPORT LINE PER CUSTOMER WITH ANY EXPOSURE; A HOLD RECORD *
      * WHEN THE EXPOSURE IS STRICTLY OVER THE LIMIT.                 *
      *****************************************************************
       FINISH-CUSTOMER.
           COMPUTE WS-CT-EXPOSURE-AMT = WS-CT-INVOICE-AMT
               + WS-CT-PENDING-AMT + WS-CT-DISPUTE-AMT
           IF WS-CT-EXPOSURE-AMT > ZERO
               PERFORM REPORT-CUSTOMER-EXPOSURE
           END-IF.

       REPORT-CUSTOMER-EXPOSURE.
           PERFORM DETERMINE-CREDIT-LIMIT
           ADD 1 TO WS-CUSTOMERS-LISTED
           ADD WS-CT-EXPOSURE-AMT TO WS-GT-EXPOSURE-AMT
           IF WS-CT-CREDIT-LIMIT > ZERO
               COMPUTE WS-CT-PCT-USED ROUNDED =
                   WS-CT-EXPOSURE-AMT * 100 / WS-CT-CREDIT-LIMIT
                   ON SIZE ERROR MOVE 99999.9 TO WS-CT-PCT-USED
               END-COMPUTE
           ELSE
               MOVE 99999.9 TO WS-CT-PCT-USED
           END-IF
           COMPUTE WS-CT-NEAR-AMT ROUNDED =
               WS-CT-CREDIT-LIMIT * WS-NEAR-LIMIT-PCT
           MOVE WS-CURR-CUST-ID TO WS-DL-CUST-ID
           MOVE WS-CT-INVOICE-AMT TO WS-DL-INVOICE
           MOVE WS-CT-PENDING-AMT TO WS-DL-PENDING
           MOVE WS-CT-DISPUTE-AMT TO WS-DL-DISPUTE
           MOVE WS-CT-EXPOSURE-AMT TO WS-DL-EXPOSURE
           MOVE WS-CT-CREDIT-LIMIT TO WS-DL-LIMIT
           IF WS-CT-LIMIT-SOURCE = 'D'
               MOVE " D" TO WS-DL-LIMIT-SOURCE
           ELSE
               MOVE SPACES TO WS-DL-LIMIT-SOURCE
           END-IF
           MOVE WS-CT-PCT-USED TO WS-DL-PCT-USED
           EVALUATE TRUE
               WHEN WS-CT-EXPOSURE-AMT > WS-CT-CREDIT-LIMIT
                   MOVE "** CREDIT HOLD **" TO WS-DL-STATUS
                   PERFORM WRITE-CREDIT-HOLD
               WHEN WS-CT-EXPOSURE-AMT NOT < WS-CT-NEAR-AMT
                   MOVE "NEARING LIMIT" TO WS-DL-STATUS
                   ADD 1 TO WS-NEAR-LIMIT-CNT
               WHEN OTHER
                   MOVE SPACES TO WS-DL-STATUS
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * CM-CREDIT-LIMIT WHEN ASSIGNED; OTHERWISE THE DEFAULT, MARKED  *
      * 'D' ON THE REPORT AND THE HOLD RECORD.                        *
      *****************************************************************
       DETERMINE-CREDIT-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-CT-CREDIT-LIMIT
           MOVE 'D' TO WS-CT-LIMIT-SOURCE
           IF CUST-VERIFY-ON
               MOVE WS-CURR-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CM-OK
                   IF CM-CREDIT-LIMIT > ZERO
                       MOVE CM-CREDIT-LIMIT TO WS-CT-CREDIT-LIMIT
                       MOVE 'A' TO WS-CT-LIMIT-SOURCE
                   END-IF
               ELSE
                   ADD 1 TO WS-NOT-ON-MASTER-CNT
               END-IF
           END-IF
           IF WS-CT-LIMIT-SOURCE = 'D'
               ADD 1 TO WS-DEFAULT-LIMIT-CNT
           END-IF.

       WRITE-CREDIT-HOLD.
           INITIALIZE CREDIT-HOLD-RECORD
           MOVE WS-CURR-CUST-ID TO CH-CUST-ID
           MOVE WS-CT-INVOICE-AMT TO CH-INVOICE-AMT
           MOVE WS-CT-PENDING-AMT TO CH-PENDING-AMT
           MOVE WS-CT-DISPUTE-AMT TO CH-DISPUTE-AMT
           MOVE WS-CT-EXPOSURE-AMT TO CH-EXPOSURE-AMT
           MOVE WS-CT-CREDIT-LIMIT TO CH-CREDIT-LIMIT
           COMPUTE CH-OVER-LIMIT-AMT =
               WS-CT-EXPOSURE-AMT - WS-CT-CREDIT-LIMIT
           MOVE WS-CT-LIMIT-SOURCE TO CH-LIMIT-SOURCE
           MOVE WS-RUN-DATE TO CH-HOLD-DATE
           WRITE CREDIT-HOLD-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CREDIT HOLD "
                       CH-CUST-ID ": " WS-CH-STATUS
           END-WRITE
           IF CH-OK
               ADD 1 TO WS-HOLD-CNT
               ADD WS-CT-EXPOSURE-AMT TO WS-GT-HOLD-EXPOSURE
               ADD CH-OVER-LIMIT-AMT TO WS-GT-OVER-AMT
           END-IF.

       PRINT-GRAND-TOTALS.
           IF WS-CUSTOMERS-LISTED = ZERO
               MOVE "NO CUSTOMERS WITH OPEN CREDIT EXPOSURE"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF
           MOVE "TOTAL EXPOSURE, ALL CUSTOMERS" TO WS-TL-LABEL
           MOVE WS-GT-EXPOSURE-AMT TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "TOTAL EXPOSURE, CUSTOMERS ON HOLD" TO WS-TL-LABEL
           MOVE WS-GT-HOLD-EXPOSURE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL AMOUNT OVER LIMIT" TO WS-TL-LABEL
           MOVE WS-GT-OVER-AMT TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "D = HOUSE DEFAULT LIMIT (NONE ASSIGNED ON CUSTMAST)"
               TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "CREDIT EXPOSURE COMPLETE"
           DISPLAY "======================================"
           DISPLAY "RUN DATE: " WS-RUN-DATE
           DISPLAY "OPEN FEE INVOICES: " WS-INVOICES-OPEN
           DISPLAY "INVOICES LEFT OUT (NO RATE): "
               WS-INVOICES-NO-RATE
           DISPLAY "OPEN PENDING ITEMS: " WS-PENDING-OPEN
           DISPLAY "PENDING ITEMS LEFT OUT (NO RATE): "
               WS-PENDING-NO-RATE
           DISPLAY "OPEN CHARGEBACKS: " WS-DISPUTES-OPEN
           DISPLAY "CUSTOMERS WITH EXPOSURE: " WS-CUSTOMERS-LISTED
           DISPLAY "ON DEFAULT LIMIT: " WS-DEFAULT-LIMIT-CNT
           DISPLAY "NOT ON CUSTOMER MASTER: " WS-NOT-ON-MASTER-CNT
           DISPLAY "NEARING LIMIT: " WS-NEAR-LIMIT-CNT
           DISPLAY "PLACED ON CREDIT HOLD: " WS-HOLD-CNT
           DISPLAY "======================================"
           IF CUST-VERIFY-ON
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE CREDIT-HOLD-FILE
           CLOSE EXPOSURE-REPORT.
