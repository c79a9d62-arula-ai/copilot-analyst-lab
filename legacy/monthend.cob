               FILE STATUS IS WS-PT-STATUS.
           SELECT OPTIONAL PRIOR-PERIOD-ADJ-FILE ASSIGN TO "PPADJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
      *****************************************************************
      * DISPUTE CASES (SEE DISPCASE.CPY), READ BY KEY ONLY TO TELL A  *
      * CHARGEBACK FEE REVERSAL FROM AN ORDINARY REFUND: DISPUTE-     *
      * MAINT WRITES A LOST CASE'S REVERSAL UNDER THE ORIGINAL        *
      * TRANSACTION ID, SO AN RF ROW WHOSE ID IS A LOST, FEE-REVERSED *
      * CASE IS A CHARGEBACK. WITHOUT THE FILE EVERY RF ROW COUNTS AS *
      * A REFUND.                                                     *
      *****************************************************************
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO "DISPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DC-TRANS-ID
               FILE STATUS IS WS-DC-STATUS.
      *****************************************************************
      * CLOSED FEE REVENUE BY REGION AND METHOD (SEE FEEREV.CPY),     *
      * WRITTEN ALONGSIDE THE CLOSED-PERIOD STAMP FOR                 *
      * FEE-BUDGET-RPT'S YEAR-TO-DATE.                                *
      *****************************************************************
           SELECT FEE-REVENUE-FILE ASSIGN TO "FEEREVRM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FR-STATUS.
      *****************************************************************
      * EXCHRATE.DAT, THE SAME RATE HISTORY FEES-CALC AND FX-REVAL    *
      * READ, USED ONLY TO STATE FEEREVRM.DAT IN HOME CURRENCY - THE  *
      * CLOSING RECORDS STAY IN THEIR OWN CURRENCIES.                 *
      *****************************************************************
           SELECT OPTIONAL EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * REAL MONEY INSTEAD OF A FLAT PER-ITEM STANDARD.               *
      *****************************************************************
           05  CL-PENDING-AMOUNT   PIC S9(9)V99 COMP-3.
      *****************************************************************
      * THE FEE REVERSALS ALREADY NETTED INTO CL-TOTAL-FEE, SPLIT BY  *
      * CAUSE (BOTH ZERO OR NEGATIVE): CUSTOMER REFUNDS AND LOST      *
      * CHARGEBACKS. FEE-ANNUAL SHOWS THEM SEPARATELY ON THE YEAR-END *
      * SUMMARY; CL-TOTAL-FEE LESS BOTH IS THE FEE ORIGINALLY CHARGED.*
      *****************************************************************
           05  CL-REFUND-FEE       PIC S9(7)V99 COMP-3.
           05  CL-CHGBK-FEE        PIC S9(7)V99 COMP-3.

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".
       FD  PENDING-ITEM-FILE.
           COPY "penditem.cpy".

       FD  DISPUTE-CASE-FILE.
           COPY "dispcase.cpy".

       FD  FEE-REVENUE-FILE.
           COPY "feerev.cpy".

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XR-FROM-CURR        PIC X(3).
           05  XR-TO-CURR          PIC X(3).
           05  XR-RATE-DATE        PIC 9(8).
           05  XR-RATE             PIC 9(3)V9(6) COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-TRANS-STATUS     PIC XX.
               88  PT-OK           VALUE "00".
               88  PT-NOT-FOUND    VALUE "23".
               88  PT-FILE-NOT-EXIST VALUE "35".
           05  WS-DC-STATUS        PIC XX.
               88  DC-OK           VALUE "00".
               88  DC-NOT-PRESENT  VALUE "05".
           05  WS-FR-STATUS        PIC XX.
               88  FR-OK           VALUE "00".
               88  FR-FILE-NOT-EXIST VALUE "35".
           05  WS-XR-STATUS        PIC XX.
               88  XR-OK           VALUE "00".

       01  WS-COUNTERS.
           05  WS-TRANS-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-PEND-OPENED      PIC 9(6) VALUE ZERO.
           05  WS-PEND-REFRESHED   PIC 9(6) VALUE ZERO.
           05  WS-PEND-CLOSED      PIC 9(6) VALUE ZERO.
           05  WS-REFUND-CNT       PIC 9(6) VALUE ZERO.
           05  WS-CHGBK-CNT        PIC 9(6) VALUE ZERO.
           05  WS-REVENUE-ROWS     PIC 9(6) VALUE ZERO.
           05  WS-REVENUE-NO-RATE  PIC 9(6) VALUE ZERO.

      *****************************************************************
      * CLOSED-PERIOD REGISTER TABLE (SEE CLOSEDPD.CPY). A PERIOD ON  *
               10  WS-CC-NET       PIC S9(9)V99 COMP-3.
               10  WS-CC-PENDING   PIC 9(4).
               10  WS-CC-PENDING-AMT PIC S9(9)V99 COMP-3.
               10  WS-CC-REFUND-FEE PIC S9(7)V99 COMP-3.
               10  WS-CC-CHGBK-FEE PIC S9(7)V99 COMP-3.
       01  WS-CCY-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-CLOSE-PERIOD         PIC 9(6).

      *****************************************************************
      * FEE REVENUE FOR THE WHOLE CLOSE BY CUST-REGION AND PAYMENT-   *
      * METHOD, AS THE CODES ARRIVED. FIVE REGIONS BY FOUR METHODS IS *
      * TWENTY PAIRS; THE ROOM BEYOND THAT HOLDS STRAY CODES, AND A   *
      * PAIR THAT STILL DOES NOT FIT IS WARNED ABOUT AND LEFT OUT OF  *
      * FEEREVRM.DAT ONLY (THE CLOSING RECORDS ARE UNAFFECTED).       *
      *****************************************************************
       01  WS-REVENUE-TABLE.
           05  WS-RV-ENTRY OCCURS 40 TIMES
               INDEXED BY WS-RV-IDX.
               10  WS-RV-REGION    PIC X(2).
               10  WS-RV-PAY-METHOD PIC X(2).
               10  WS-RV-COUNT     PIC 9(8).
               10  WS-RV-FEE       PIC S9(9)V99 COMP-3.
       01  WS-REVENUE-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-RV-HOME-FEE          PIC S9(9)V99 COMP-3.

      *****************************************************************
      * RATE HISTORY INTO THE HOME CURRENCY UP TO THE CLOSE DATE, FOR *
      * FEE REVENUE. FIND-RATE-ON-OR-BEFORE PICKS THE LATEST ROW FOR  *
      * WS-LK-CURRENCY DATED NO LATER THAN WS-LK-DATE. ROWS BEFORE    *
      * THE PERIOD BEING CLOSED ARE KEPT AS ONE FLOOR ROW PER         *
      * CURRENCY - THE LATEST OF THEM - FOR A TRANSACTION EARLY IN    *
      * THE MONTH WHOSE DAY HAS NO RATE OF ITS OWN. HOME CURRENCY     *
      * COMES FROM THE HOME_CURRENCY ENVIRONMENT VARIABLE, USD WHEN   *
      * UNSET, AS IN FEES-CALC.                                       *
      *****************************************************************
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-RT-IDX.
               10  WS-RT-CURRENCY  PIC X(3).
               10  WS-RT-DATE      PIC 9(8).
               10  WS-RT-RATE      PIC 9(3)V9(6) COMP-3.
       01  WS-RATE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HOME-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-PERIOD-START         PIC 9(8).
       01  WS-FLOOR-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-RATE-FOUND-FLAG      PIC X VALUE 'N'.

       01  WS-RATE-LOOKUP.
           05  WS-LK-CURRENCY      PIC X(3).
           05  WS-LK-DATE          PIC 9(8).
           05  WS-LK-RATE          PIC 9(3)V9(6) COMP-3.
           05  WS-LK-RATE-DATE     PIC 9(8).

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-FIRST-RECORD     PIC X VALUE 'Y'.
           05  WS-READ-ERROR-FLAG  PIC X VALUE 'N'.
               88  READ-ERROR-HIT  VALUE 'Y'.
           05  WS-DISPUTE-LOOKUP-FLAG PIC X VALUE 'N'.
               88  DISPUTE-LOOKUP-ON VALUE 'Y'.

      *****************************************************************
      * RUN-DATE / CLOSE-DATE OVERRIDE. IF NO COMMAND-LINE PARAMETER  *
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
               MOVE "MONTHEND" TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-HOME-CURRENCY FROM ENVIRONMENT "HOME_CURRENCY"
           IF WS-HOME-CURRENCY = SPACES
                   OR WS-HOME-CURRENCY = LOW-VALUES
               MOVE "USD" TO WS-HOME-CURRENCY
           END-IF
           PERFORM LOAD-EXCHANGE-RATES
           OPEN INPUT TRANS-IN
           OPEN OUTPUT CLOSING-FILE
           OPEN OUTPUT CUST-EXCEPTION-FILE
           OPEN EXTEND PRIOR-PERIOD-ADJ-FILE
           PERFORM OPEN-PENDING-ITEM-FILE
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-DISPUTE-CASE-FILE
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM READ-TRANS-IN.

           END-PERFORM
           CLOSE CLOSED-PERIOD-FILE.

      *****************************************************************
      * LOADED BEFORE ANY OUTPUT IS OPENED: A FULL TABLE STOPS THE    *
      * RUN, SINCE THE FILE IS IN DATE ORDER AND THE ROWS LOST WOULD  *
      * BE THE NEWEST - THE CLOSING MONTH'S OWN RATES. AN ABSENT FILE *
      * LEAVES EVERY FOREIGN-CURRENCY FEE OUT OF FEEREVRM.DAT.        *
      *****************************************************************
       LOAD-EXCHANGE-RATES.
           COMPUTE WS-PERIOD-START = WS-CLOSE-PERIOD * 100 + 1
           OPEN INPUT EXCHANGE-RATE-FILE
           READ EXCHANGE-RATE-FILE
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT XR-OK
               IF XR-TO-CURR = WS-HOME-CURRENCY
                       AND XR-FROM-CURR NOT = WS-HOME-CURRENCY
                       AND XR-RATE-DATE <= WS-CLOSE-DATE
                   PERFORM TABLE-EXCHANGE-RATE
               END-IF
               READ EXCHANGE-RATE-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE
           IF WS-RATE-COUNT = ZERO
               DISPLAY "WARNING: NO EXCHANGE RATES ON FILE - "
                   "FOREIGN-CURRENCY FEES LEFT OUT OF FEE REVENUE"
           END-IF.

       TABLE-EXCHANGE-RATE.
           IF XR-RATE-DATE < WS-PERIOD-START
               PERFORM FIND-FLOOR-RATE
               IF WS-FLOOR-FOUND-FLAG = 'Y'
                   IF XR-RATE-DATE >= WS-RT-DATE(WS-RT-IDX)
                       MOVE XR-RATE-DATE TO WS-RT-DATE(WS-RT-IDX)
                       MOVE XR-RATE TO WS-RT-RATE(WS-RT-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RATE-COUNT NOT < 2000
               DISPLAY "EXCHANGE-RATE TABLE FULL AT " XR-FROM-CURR
                   " " XR-RATE-DATE " - CLOSE NOT RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-COUNT
           SET WS-RT-IDX TO WS-RATE-COUNT
           MOVE XR-FROM-CURR TO WS-RT-CURRENCY(WS-RT-IDX)
           MOVE XR-RATE-DATE TO WS-RT-DATE(WS-RT-IDX)
           MOVE XR-RATE TO WS-RT-RATE(WS-RT-IDX).

       FIND-FLOOR-RATE.
           MOVE 'N' TO WS-FLOOR-FOUND-FLAG
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               IF WS-RT-CURRENCY(WS-RT-IDX) = XR-FROM-CURR
                       AND WS-RT-DATE(WS-RT-IDX) < WS-PERIOD-START
                   MOVE 'Y' TO WS-FLOOR-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RATE-ON-OR-BEFORE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           MOVE ZERO TO WS-LK-RATE
           MOVE ZERO TO WS-LK-RATE-DATE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               IF WS-RT-CURRENCY(WS-RT-IDX) = WS-LK-CURRENCY
                       AND WS-RT-DATE(WS-RT-IDX) <= WS-LK-DATE
                       AND WS-RT-DATE(WS-RT-IDX) >= WS-LK-RATE-DATE
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-LK-RATE
                   MOVE WS-RT-DATE(WS-RT-IDX) TO WS-LK-RATE-DATE
                   MOVE 'Y' TO WS-RATE-FOUND-FLAG
               END-IF
           END-PERFORM.

       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   "CUSTOMER VERIFICATION SKIPPED"
           END-IF.

       OPEN-DISPUTE-CASE-FILE.
           OPEN INPUT DISPUTE-CASE-FILE
           IF DC-OK
               MOVE 'Y' TO WS-DISPUTE-LOOKUP-FLAG
           ELSE
               DISPLAY "WARNING: DISPCASE.DAT NOT AVAILABLE - "
                   "FEE REVERSALS ALL COUNTED AS REFUNDS"
               IF DC-NOT-PRESENT
                   CLOSE DISPUTE-CASE-FILE
               END-IF
           END-IF.

       ESTABLISH-CLOSE-DATE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               ADD TRANS-AMOUNT TO WS-CC-AMOUNT(WS-CC-IDX)
               ADD TRANS-FEE TO WS-CC-FEE(WS-CC-IDX)
               ADD TRANS-NET TO WS-CC-NET(WS-CC-IDX)
               IF STAT-REFUND
                   PERFORM CLASSIFY-FEE-REVERSAL
               END-IF
           END-IF
           PERFORM ACCUMULATE-FEE-REVENUE
           COMPUTE WS-TRANS-DATE-NUM =
               TRANS-YEAR * 10000 + TRANS-MONTH * 100 + TRANS-DAY
           IF STAT-PENDING AND WS-TRANS-DATE-NUM <= WS-CLOSE-DATE
           END-READ
           IF PT-OK
               MOVE TRANS-AMOUNT TO PT-AMOUNT
               MOVE TRANS-CURRENCY TO PT-CURRENCY
               MOVE WS-TRANS-DATE-NUM TO PT-TRANS-DATE
               IF PT-CLOSED
                   SET PT-OPEN TO TRUE
                   MOVE WS-CLOSE-PERIOD TO PT-FIRST-PEND-PERIOD
               MOVE TRANS-ID TO PT-TRANS-ID
               MOVE CUST-ID TO PT-CUST-ID
               MOVE TRANS-AMOUNT TO PT-AMOUNT
               MOVE TRANS-CURRENCY TO PT-CURRENCY
               MOVE WS-TRANS-DATE-NUM TO PT-TRANS-DATE
               MOVE WS-CLOSE-PERIOD TO PT-FIRST-PEND-PERIOD
               SET PT-OPEN TO TRUE
               MOVE ZERO TO PT-RESOLVE-PERIOD
               ADD 1 TO WS-PEND-CLOSED
           END-IF.

      *****************************************************************
      * AN RF ROW'S FEE IS A REVERSAL. IT IS A CHARGEBACK REVERSAL    *
      * WHEN ITS ID IS A DISPUTE CASE THAT WAS LOST AND HAD ITS FEE   *
      * REVERSED; ANY OTHER RF ROW IS A CUSTOMER REFUND.              *
      *****************************************************************
       CLASSIFY-FEE-REVERSAL.
           IF DISPUTE-LOOKUP-ON
               MOVE TRANS-ID TO DC-TRANS-ID
               READ DISPUTE-CASE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF DC-OK AND DC-STATUS-LOST AND DC-FEE-REVERSED-YES
                   ADD TRANS-FEE TO WS-CC-CHGBK-FEE(WS-CC-IDX)
                   ADD 1 TO WS-CHGBK-CNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD TRANS-FEE TO WS-CC-REFUND-FEE(WS-CC-IDX)
           ADD 1 TO WS-REFUND-CNT.

       FIND-CURRENCY-ENTRY.
           SET WS-CC-IDX TO ZERO
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   MOVE ZERO TO WS-CC-NET(WS-CC-IDX)
                   MOVE ZERO TO WS-CC-PENDING(WS-CC-IDX)
                   MOVE ZERO TO WS-CC-PENDING-AMT(WS-CC-IDX)
                   MOVE ZERO TO WS-CC-REFUND-FEE(WS-CC-IDX)
                   MOVE ZERO TO WS-CC-CHGBK-FEE(WS-CC-IDX)
               ELSE
                   DISPLAY "WARNING: CURRENCY TABLE FULL FOR "
                       WS-CURR-CUST-ID ", DROPPING " TRANS-CURRENCY
               END-IF
           END-IF.

      *****************************************************************
      * FEEREVRM.DAT IS IN HOME CURRENCY. A FOREIGN TRANS-FEE IS      *
      * CONVERTED AT THE RATE ON OR BEFORE ITS TRANS-DATE; ONE WITH   *
      * NO RATE ON FILE IS WARNED ABOUT AND LEFT OUT RATHER THAN      *
      * ADDED AT FACE VALUE.                                          *
      *****************************************************************
       ACCUMULATE-FEE-REVENUE.
           MOVE TRANS-FEE TO WS-RV-HOME-FEE
           IF TRANS-CURRENCY NOT = SPACES
                   AND TRANS-CURRENCY NOT = WS-HOME-CURRENCY
               MOVE TRANS-CURRENCY TO WS-LK-CURRENCY
               COMPUTE WS-LK-DATE =
                   TRANS-YEAR * 10000 + TRANS-MONTH * 100 + TRANS-DAY
               PERFORM FIND-RATE-ON-OR-BEFORE
               IF WS-RATE-FOUND-FLAG = 'N'
                   DISPLAY "WARNING: NO " TRANS-CURRENCY
                       " RATE FOR " WS-LK-DATE ", FEE REVENUE OMITS "
                       TRANS-ID
                   ADD 1 TO WS-REVENUE-NO-RATE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-RV-HOME-FEE ROUNDED = TRANS-FEE * WS-LK-RATE
           END-IF
           SET WS-RV-IDX TO ZERO
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-REVENUE-COUNT
               IF WS-RV-REGION(WS-RV-IDX) = CUST-REGION
                       AND WS-RV-PAY-METHOD(WS-RV-IDX) = PAYMENT-METHOD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RV-IDX > WS-REVENUE-COUNT
               IF WS-REVENUE-COUNT < 40
                   ADD 1 TO WS-REVENUE-COUNT
                   SET WS-RV-IDX TO WS-REVENUE-COUNT
                   MOVE CUST-REGION TO WS-RV-REGION(WS-RV-IDX)
                   MOVE PAYMENT-METHOD TO WS-RV-PAY-METHOD(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-COUNT(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-FEE(WS-RV-IDX)
               ELSE
                   DISPLAY "WARNING: FEE REVENUE TABLE FULL, DROPPING "
                       CUST-REGION "/" PAYMENT-METHOD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-RV-COUNT(WS-RV-IDX)
           ADD WS-RV-HOME-FEE TO WS-RV-FEE(WS-RV-IDX).

      *****************************************************************
      * ONCE-PER-CUSTOMER MASTER LOOKUP. AN UNKNOWN OR CLOSED         *
      * CUSTOMER IS FLAGGED HERE (ONE EXCEPTION PER CUSTOMER, NOT     *
           MOVE WS-CC-NET(WS-CC-IDX) TO CL-TOTAL-NET
           MOVE WS-CC-PENDING(WS-CC-IDX) TO CL-PENDING-COUNT
           MOVE WS-CC-PENDING-AMT(WS-CC-IDX) TO CL-PENDING-AMOUNT
           MOVE WS-CC-REFUND-FEE(WS-CC-IDX) TO CL-REFUND-FEE
           MOVE WS-CC-CHGBK-FEE(WS-CC-IDX) TO CL-CHGBK-FEE
           MOVE WS-CLOSE-DATE TO CL-CLOSE-DATE
           MOVE WS-RUN-TIMESTAMP TO CL-CLOSE-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
           DISPLAY "PENDING ITEMS OPENED: " WS-PEND-OPENED
           DISPLAY "PENDING ITEMS REFRESHED: " WS-PEND-REFRESHED
           DISPLAY "PENDING ITEMS CLOSED: " WS-PEND-CLOSED
           DISPLAY "REFUND FEE REVERSALS: " WS-REFUND-CNT
           DISPLAY "CHARGEBACK FEE REVERSALS: " WS-CHGBK-CNT
           DISPLAY "FEES LEFT OUT OF REVENUE, NO RATE: "
               WS-REVENUE-NO-RATE
           IF CUST-VERIFY-ON
               DISPLAY "CUSTOMERS NOT ON MASTER: " WS-CUST-UNKNOWN-CNT
               DISPLAY "TIER/REGION EXCEPTIONS: " WS-CUST-FLAG-CNT
           CLOSE CUST-EXCEPTION-FILE
           CLOSE PRIOR-PERIOD-ADJ-FILE
           CLOSE PENDING-ITEM-FILE
           IF DISPUTE-LOOKUP-ON
               CLOSE DISPUTE-CASE-FILE
           END-IF
           IF READ-ERROR-HIT
               DISPLAY "CLOSE TRUNCATED BY FILE ERROR - PERIOD NOT "
                   "STAMPED CLOSED, RERUN AFTER THE FILE IS FIXED"
               MOVE WS-OPERATOR-ID TO PD-OPERATOR-ID
               WRITE CLOSED-PERIOD-RECORD
               CLOSE CLOSED-PERIOD-FILE
               PERFORM STAMP-FEE-REVENUE
           END-IF.

      *****************************************************************
      * ONE FEEREVRM.DAT ROW PER REGION/METHOD PAIR OF THE PERIOD     *
      * JUST CLOSED, IN HOME CURRENCY. IT IS WRITTEN ONLY WITH THE    *
      * FIRST CLOSED-PERIOD STAMP, SO A RE-CLOSE (WHICH DIVERTS THE   *
      * WHOLE PERIOD) NEVER DISTURBS IT; A ROW ALREADY ON FILE FROM A *
      * RESTORED FILE IS REPLACED. THE FIRST-EVER CLOSE CREATES THE   *
      * FILE.                                                         *
      *****************************************************************
       STAMP-FEE-REVENUE.
           OPEN I-O FEE-REVENUE-FILE
           IF FR-FILE-NOT-EXIST
               OPEN OUTPUT FEE-REVENUE-FILE
               CLOSE FEE-REVENUE-FILE
               OPEN I-O FEE-REVENUE-FILE
           END-IF
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-REVENUE-COUNT
               MOVE WS-TRANS-PERIOD TO FR-PERIOD
               MOVE WS-RV-REGION(WS-RV-IDX) TO FR-REGION
               MOVE WS-RV-PAY-METHOD(WS-RV-IDX) TO FR-PAY-METHOD
               MOVE WS-RV-COUNT(WS-RV-IDX) TO FR-TRANS-COUNT
               MOVE WS-RV-FEE(WS-RV-IDX) TO FR-TOTAL-FEE
               MOVE WS-CLOSE-DATE TO FR-CLOSE-DATE
               MOVE WS-RUN-TIMESTAMP TO FR-CLOSE-TIMESTAMP
               WRITE FEE-REVENUE-RECORD
                   INVALID KEY
                       REWRITE FEE-REVENUE-RECORD
               END-WRITE
               ADD 1 TO WS-REVENUE-ROWS
           END-PERFORM
           CLOSE FEE-REVENUE-FILE
           DISPLAY "FEE REVENUE ROWS STAMPED: " WS-REVENUE-ROWS.
