       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVAL.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: MONTH-END FOREIGN CURRENCY REVALUATION OF OPEN       *
      * ITEMS. OPEN FOREIGN-CURRENCY ITEMS ARE CARRIED AT THE         *
      * EXCHANGE RATE OF THE DAY THEY WERE BOOKED. AT EACH MONTH END  *
      * THIS PROGRAM RESTATES EVERY ONE STILL OPEN AT THE MONTH-END   *
      * RATE AND BOOKS THE UNREALIZED GAIN OR LOSS:                   *
      *   FEEINV   - OUTSTANDING FEE INVOICES ON FEEINV.DAT (BALANCE  *
      *              DUE, BOOKED ON THE INVOICE DATE)                 *
      *   OPENVAR  - OPEN RECONCILIATION VARIANCES ON OPENVAR.DAT     *
      *              (THE DIFFERENCE, BOOKED ON THE OPEN DATE)        *
      *   PENDITEM - OPEN PENDING ITEMS ON PENDITEM.DAT (THE AMOUNT,  *
      *              BOOKED ON THE TRANSACTION DATE)                  *
      * AN ITEM IN THE HOME CURRENCY (SPACES, OR THE HOME_CURRENCY    *
      * ENVIRONMENT VARIABLE, USD WHEN UNSET) OR BOOKED AFTER THE     *
      * PERIOD END IS NOT REVALUED.                                   *
      * RATES COME FROM EXCHRATE.DAT (REQUIRED): THE ROW INTO THE     *
      * HOME CURRENCY DATED ON, OR MOST RECENTLY BEFORE, THE BOOKING  *
      * DATE (OLD RATE) AND THE PERIOD END (NEW RATE). THE REGISTER   *
      * FXREVRPT.DAT LISTS EVERY ITEM WITH ITS OLD RATE, NEW RATE,    *
      * HOME VALUE AT EACH AND THE DIFFERENCE, THEN THE UNREALIZED    *
      * GAIN OR LOSS BY CURRENCY. AN ITEM WITH NO RATE IS LISTED BUT  *
      * NOT REVALUED, AND THE RUN ENDS WITH RETURN CODE 8 SO THE      *
      * SCHEDULER HOLDS THE GL LOAD UNTIL THE RATE IS LOADED AND THE  *
      * STEP RERUN. RATE HISTORY OLDER THAN THE OLDEST OPEN ITEM IS   *
      * NOT KEPT; IF THE REST STILL OVERFLOWS THE RATE TABLE THE RUN  *
      * STOPS WITH RETURN CODE 16 RATHER THAN REVALUE AT A STALE RATE.*
      * THE JOURNAL FXREVJ.DAT (GL-EXTRACT GLJRNL.DAT LAYOUT, POSTED  *
      * BY GL-POST AS BATCH FXREVJ) CARRIES ONE DEBIT/CREDIT PAIR PER *
      * SOURCE PER CURRENCY FOR THE NET DIFFERENCE, DATED THE PERIOD  *
      * END, AND ITS AUTOMATIC REVERSAL DATED THE FIRST DAY OF THE    *
      * NEXT PERIOD (IN THAT PERIOD). BECAUSE EVERY REVALUATION IS    *
      * REVERSED, EACH MONTH RESTATES FROM THE BOOKING RATE AGAIN AND *
      * NOTHING ACCUMULATES. GJ-CUST-ID CARRIES THE FOREIGN CURRENCY  *
      * CODE; THE AMOUNTS ARE HOME CURRENCY. THE JOURNAL IS PROVED IN *
      * BALANCE BEFORE CLOSE, AS IN GL-EXTRACT.                       *
      * COMMAND-LINE PARAMETER: THE PERIOD AS YYYYMM (A YYYYMMDD DATE *
      * IS TAKEN AS ITS MONTH). NO PARAMETER MEANS THE RUN DATE'S     *
      * MONTH.                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FI-KEY
               FILE STATUS IS WS-FI-STATUS.
           SELECT OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT PENDING-ITEM-FILE ASSIGN TO "PENDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PT-TRANS-ID
               FILE STATUS IS WS-PT-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL ACCOUNT-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "FXREVJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REVALUATION-REGISTER ASSIGN TO "FXREVRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-INVOICE-FILE.
           COPY "feeinv.cpy".

       FD  OPEN-VARIANCE-FILE.
           COPY "openvar.cpy".

       FD  PENDING-ITEM-FILE.
           COPY "penditem.cpy".

      *****************************************************************
      * EXCHRATE.DAT, THE SAME RATE HISTORY BATCH-RECONCILE AND       *
      * FEES-CALC READ: ONE RATE PER CURRENCY PAIR PER BUSINESS DATE. *
      *****************************************************************
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XR-FROM-CURR        PIC X(3).
           05  XR-TO-CURR          PIC X(3).
           05  XR-RATE-DATE        PIC 9(8).
           05  XR-RATE             PIC 9(3)V9(6) COMP-3.

      *****************************************************************
      * GLMAP.DAT, SHARED WITH GL-EXTRACT. ROWS FXRVFEE, FXRVVAR AND  *
      * FXRVPND NAME EACH SOURCE'S ACCOUNTS: GM-DEBIT-ACCT IS THE     *
      * BALANCE-SHEET ACCOUNT THE ITEMS ARE CARRIED IN (DEBITED ON A  *
      * GAIN), GM-CREDIT-ACCT THE UNREALIZED FX GAIN/LOSS ACCOUNT     *
      * (CREDITED ON A GAIN). A LOSS POSTS THE SAME PAIR REVERSED.    *
      *****************************************************************
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05  GM-ENTRY-TYPE       PIC X(8).
           05  GM-DEBIT-ACCT       PIC X(8).
           05  GM-CREDIT-ACCT      PIC X(8).
           05  GM-STD-AMOUNT       PIC S9(7)V99 COMP-3.

      *****************************************************************
      * GLJRNL.DAT LAYOUT (SEE GL-EXTRACT).                           *
      *****************************************************************
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GJ-ENTRY-TYPE       PIC X(8).
           05  GJ-CUST-ID          PIC X(10).
           05  GJ-PERIOD-YEAR      PIC 9(4).
           05  GJ-PERIOD-MONTH     PIC 9(2).
           05  GJ-ACCOUNT          PIC X(8).
           05  GJ-DR-CR            PIC X(1).
               88  GJ-DEBIT        VALUE 'D'.
               88  GJ-CREDIT       VALUE 'C'.
           05  GJ-AMOUNT           PIC S9(11)V99 COMP-3.
           05  GJ-CLOSE-DATE       PIC 9(8).
           05  GJ-TIMESTAMP        PIC X(26).
           05  GJ-CURRENCY         PIC X(3).

       FD  REVALUATION-REGISTER.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FI-STATUS        PIC XX.
               88  FI-OK           VALUE "00".
               88  FI-FILE-NOT-EXIST VALUE "35".
               88  FI-ERROR        VALUE "30" THRU "99".
           05  WS-OV-STATUS        PIC XX.
               88  OV-OK           VALUE "00".
               88  OV-FILE-NOT-EXIST VALUE "35".
               88  OV-ERROR        VALUE "30" THRU "99".
           05  WS-PT-STATUS        PIC XX.
               88  PT-OK           VALUE "00".
               88  PT-FILE-NOT-EXIST VALUE "35".
               88  PT-ERROR        VALUE "30" THRU "99".
           05  WS-XR-STATUS        PIC XX.
               88  XR-OK           VALUE "00".
           05  WS-MAP-STATUS       PIC XX.
               88  MAP-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-MAP-EOF-FLAG     PIC X VALUE 'N'.
           05  WS-RATE-FOUND-FLAG  PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-FI-READ          PIC 9(8) VALUE ZERO.
           05  WS-OV-READ          PIC 9(8) VALUE ZERO.
           05  WS-PT-READ          PIC 9(8) VALUE ZERO.
           05  WS-ITEMS-REVALUED   PIC 9(6) VALUE ZERO.
           05  WS-ITEMS-NO-RATE    PIC 9(6) VALUE ZERO.
           05  WS-JOURNALS-WRITTEN PIC 9(6) VALUE ZERO.

      *****************************************************************
      * THE REVALUATION PERIOD. WS-PERIOD-END IS ITS LAST CALENDAR    *
      * DAY (THE NEW-RATE DATE AND THE REVALUATION ENTRIES' DATE);    *
      * WS-REVERSAL-DATE THE FIRST DAY OF THE NEXT PERIOD.            *
      *****************************************************************
       01  WS-PERIOD-WORK.
           05  WS-REVAL-PERIOD     PIC 9(6).
           05  WS-PERIOD-END       PIC 9(8).
           05  WS-REVERSAL-DATE    PIC 9(8).

      *****************************************************************
      * COMPUTE-MONTH-END WORK AREA: THE CALLER SETS WS-CALC-PERIOD   *
      * (YYYYMM); THE PARAGRAPH RETURNS THE MONTH'S LAST DAY AND THE  *
      * NEXT MONTH'S FIRST DAY.                                       *
      *****************************************************************
       01  WS-CALC-PERIOD          PIC 9(6).
       01  WS-CALC-PERIOD-PARTS REDEFINES WS-CALC-PERIOD.
           05  WS-CALC-YEAR        PIC 9(4).
           05  WS-CALC-MONTH       PIC 9(2).
       01  WS-CALC-NEXT-FIRST      PIC 9(8).
       01  WS-CALC-MONTH-END       PIC 9(8).

       01  WS-HOME-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-PARM-RAW             PIC X(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-RUN-TIMESTAMP        PIC X(26).

      *****************************************************************
      * RATE HISTORY INTO THE HOME CURRENCY, UP TO THE PERIOD END, IN *
      * FILE ORDER. FIND-RATE-ON-OR-BEFORE PICKS THE LATEST ROW FOR   *
      * WS-LK-CURRENCY DATED NO LATER THAN WS-LK-DATE. NO OPEN ITEM   *
      * IS BOOKED BEFORE WS-OLDEST-BOOKED, SO OLDER ROWS ARE KEPT AS  *
      * ONE FLOOR ROW PER CURRENCY - THE LATEST OF THEM - WHICH IS    *
      * ALL AN ITEM BOOKED ON A DAY WITH NO RATE OF ITS OWN CAN NEED. *
      *****************************************************************
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-RT-IDX.
               10  WS-RT-CURRENCY  PIC X(3).
               10  WS-RT-DATE      PIC 9(8).
               10  WS-RT-RATE      PIC 9(3)V9(6) COMP-3.
       01  WS-RATE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OLDEST-BOOKED        PIC 9(8).
       01  WS-FLOOR-FOUND-FLAG     PIC X VALUE 'N'.

       01  WS-RATE-LOOKUP.
           05  WS-LK-CURRENCY      PIC X(3).
           05  WS-LK-DATE          PIC 9(8).
           05  WS-LK-RATE          PIC 9(3)V9(6) COMP-3.
           05  WS-LK-RATE-DATE     PIC 9(8).

      *****************************************************************
      * THE THREE SOURCES, WITH THEIR GLMAP.DAT ENTRY TYPES AND THE   *
      * DEFAULT CHART USED WHEN GLMAP.DAT HAS NO ROW: 10120000 FEE    *
      * RECEIVABLE, 10150000 RECONCILIATION SUSPENSE, 10190000        *
      * PENDING ACCRUAL (GL-EXTRACT'S PENDACR DEBIT), 70500000        *
      * UNREALIZED FX GAIN/LOSS.                                      *
      *****************************************************************
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 3 TIMES
               INDEXED BY WS-SRC-IDX.
               10  WS-SRC-NAME     PIC X(8).
               10  WS-SRC-ENTRY-TYPE PIC X(8).
               10  WS-SRC-ITEM-ACCT PIC X(8).
               10  WS-SRC-FX-ACCT  PIC X(8).

      *****************************************************************
      * UNREALIZED GAIN/LOSS BY CURRENCY. WS-CC-SRC-DIFF SPLITS THE   *
      * NET DIFFERENCE BY SOURCE FOR THE JOURNAL.                     *
      *****************************************************************
       01  WS-CURRENCY-TABLE.
           05  WS-CC-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-CC-IDX.
               10  WS-CC-CURRENCY  PIC X(3).
               10  WS-CC-ITEMS     PIC 9(6).
               10  WS-CC-FOREIGN-AMT PIC S9(13)V99 COMP-3.
               10  WS-CC-OLD-HOME  PIC S9(13)V99 COMP-3.
               10  WS-CC-NEW-HOME  PIC S9(13)V99 COMP-3.
               10  WS-CC-SRC-DIFF OCCURS 3 TIMES
                                   PIC S9(13)V99 COMP-3.
       01  WS-CURRENCY-COUNT       PIC 9(3) VALUE ZERO.

      *****************************************************************
      * THE ITEM BEING REVALUED. EACH REVALUE-xxx PARAGRAPH SETS THE  *
      * SOURCE, KEY, CURRENCY, BOOKING DATE AND FOREIGN AMOUNT AND    *
      * HANDS IT TO REVALUE-ITEM.                                     *
      *****************************************************************
       01  WS-ITEM.
           05  WS-IT-KEY           PIC X(17).
           05  WS-IT-CURRENCY      PIC X(3).
           05  WS-IT-BOOKED-DATE   PIC 9(8).
           05  WS-IT-FOREIGN-AMT   PIC S9(11)V99 COMP-3.
           05  WS-IT-OLD-RATE      PIC 9(3)V9(6) COMP-3.
           05  WS-IT-NEW-RATE      PIC 9(3)V9(6) COMP-3.
           05  WS-IT-OLD-HOME      PIC S9(11)V99 COMP-3.
           05  WS-IT-NEW-HOME      PIC S9(11)V99 COMP-3.
           05  WS-IT-DIFFERENCE    PIC S9(11)V99 COMP-3.

       01  WS-JOURNAL-WORK.
           05  WS-JE-DEBIT-ACCT    PIC X(8).
           05  WS-JE-CREDIT-ACCT   PIC X(8).
           05  WS-JE-SWAP-ACCT     PIC X(8).
           05  WS-JE-AMOUNT        PIC S9(13)V99 COMP-3.

       01  WS-BALANCE-TOTALS.
           05  WS-TOTAL-DEBITS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-OLD-HOME   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-NEW-HOME   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-GAIN-LOSS  PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(43) VALUE SPACES.
               10  FILLER          PIC X(27)
                   VALUE "MONTH-END FOREIGN CURRENCY ".
               10  FILLER          PIC X(20)
                   VALUE "REVALUATION REGISTER".
               10  FILLER          PIC X(42) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(8) VALUE "PERIOD: ".
               10  WS-RPT-PERIOD   PIC 9(6).
               10  FILLER          PIC X(14) VALUE "  PERIOD END: ".
               10  WS-RPT-PERIOD-END PIC 9(8).
               10  FILLER          PIC X(17) VALUE "  REVERSAL DATE: ".
               10  WS-RPT-REVERSAL PIC 9(8).
               10  FILLER          PIC X(17) VALUE "  HOME CURRENCY: ".
               10  WS-RPT-HOME     PIC X(3).
               10  FILLER          PIC X(51) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(8)  VALUE "SOURCE".
               10  FILLER          PIC X(18) VALUE "ITEM".
               10  FILLER          PIC X(4)  VALUE "CCY".
               10  FILLER          PIC X(9)  VALUE "BOOKED".
               10  FILLER          PIC X(18)
                   VALUE "    FOREIGN AMOUNT".
               10  FILLER          PIC X(11) VALUE "   OLD RATE".
               10  FILLER          PIC X(11) VALUE "   NEW RATE".
               10  FILLER          PIC X(16) VALUE "  HOME AT OLD".
               10  FILLER          PIC X(16) VALUE "  HOME AT NEW".
               10  FILLER          PIC X(21) VALUE "    DIFFERENCE".

       01  WS-DETAIL-LINE.
           05  WS-DL-SOURCE        PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-ITEM-KEY      PIC X(17).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-CURRENCY      PIC X(3).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-BOOKED-DATE   PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-FOREIGN-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-OLD-RATE      PIC ZZ9.999999.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-NEW-RATE      PIC ZZ9.999999.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-OLD-HOME      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-NEW-HOME      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(6) VALUE SPACES.
      *****************************************************************
      * AN ITEM THAT CANNOT BE REVALUED CARRIES A NOTE IN PLACE OF    *
      * THE RATE AND HOME-VALUE COLUMNS.                              *
      *****************************************************************
       01  WS-NOTE-VIEW REDEFINES WS-DETAIL-LINE.
           05  FILLER              PIC X(57).
           05  WS-DL-NOTE          PIC X(75).

       01  WS-CCY-HEADERS.
           05  WS-CCY-TITLE.
               10  FILLER          PIC X(33)
                   VALUE "UNREALIZED GAIN/LOSS BY CURRENCY".
               10  FILLER          PIC X(99) VALUE SPACES.
           05  WS-CCY-COLUMN-HDR.
               10  FILLER          PIC X(6)  VALUE "CCY".
               10  FILLER          PIC X(10) VALUE "     ITEMS".
               10  FILLER          PIC X(24)
                   VALUE "          FOREIGN AMOUNT".
               10  FILLER          PIC X(24)
                   VALUE "     HOME AT OLD RATES".
               10  FILLER          PIC X(24)
                   VALUE "      HOME AT NEW RATE".
               10  FILLER          PIC X(44)
                   VALUE "          GAIN/(LOSS)".

       01  WS-CCY-LINE.
           05  WS-CL-CURRENCY      PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-CL-ITEMS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-CL-FOREIGN-AMT   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-OLD-HOME      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-NEW-HOME      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-GAIN-LOSS     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(32).
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM FIND-OLDEST-BOOKING
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM REVALUE-FEE-INVOICES
           PERFORM REVALUE-OPEN-VARIANCES
           PERFORM REVALUE-PENDING-ITEMS
           PERFORM PRINT-CURRENCY-SUMMARY
           PERFORM WRITE-REVALUATION-JOURNAL
           PERFORM PROVE-JOURNAL-BALANCE
           PERFORM CLOSE-PROCESS
           STOP RUN.

       INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DATE-OVERRIDE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           PERFORM ESTABLISH-REVAL-PERIOD
           ACCEPT WS-HOME-CURRENCY FROM ENVIRONMENT "HOME_CURRENCY"
           IF WS-HOME-CURRENCY = SPACES
                   OR WS-HOME-CURRENCY = LOW-VALUES
               MOVE "USD" TO WS-HOME-CURRENCY
           END-IF
           PERFORM INIT-SOURCE-TABLE
           INITIALIZE WS-CURRENCY-TABLE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REVALUATION-REGISTER
           MOVE WS-REVAL-PERIOD TO WS-RPT-PERIOD
           MOVE WS-PERIOD-END TO WS-RPT-PERIOD-END
           MOVE WS-REVERSAL-DATE TO WS-RPT-REVERSAL
           MOVE WS-HOME-CURRENCY TO WS-RPT-HOME
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       ESTABLISH-REVAL-PERIOD.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               MOVE WS-RUN-DATE(1:6) TO WS-PARM-RAW
           END-IF
           IF WS-PARM-RAW(1:6) NOT NUMERIC
               DISPLAY "INVALID PERIOD: " WS-PARM-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-RAW(1:6) TO WS-REVAL-PERIOD
           MOVE WS-REVAL-PERIOD TO WS-CALC-PERIOD
           IF WS-CALC-MONTH < 1 OR WS-CALC-MONTH > 12
                   OR WS-CALC-YEAR < 1601
               DISPLAY "INVALID PERIOD: " WS-PARM-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPUTE-MONTH-END
           MOVE WS-CALC-MONTH-END TO WS-PERIOD-END
           MOVE WS-CALC-NEXT-FIRST TO WS-REVERSAL-DATE.

       COMPUTE-MONTH-END.
           IF WS-CALC-MONTH = 12
               COMPUTE WS-CALC-NEXT-FIRST =
                   (WS-CALC-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-CALC-NEXT-FIRST =
                   WS-CALC-YEAR * 10000 + (WS-CALC-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-CALC-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CALC-NEXT-FIRST) - 1).

       INIT-SOURCE-TABLE.
           MOVE "FEEINV"   TO WS-SRC-NAME(1)
           MOVE "FXRVFEE"  TO WS-SRC-ENTRY-TYPE(1)
           MOVE "10120000" TO WS-SRC-ITEM-ACCT(1)
           MOVE "70500000" TO WS-SRC-FX-ACCT(1)
           MOVE "OPENVAR"  TO WS-SRC-NAME(2)
           MOVE "FXRVVAR"  TO WS-SRC-ENTRY-TYPE(2)
           MOVE "10150000" TO WS-SRC-ITEM-ACCT(2)
           MOVE "70500000" TO WS-SRC-FX-ACCT(2)
           MOVE "PENDITEM" TO WS-SRC-NAME(3)
           MOVE "FXRVPND"  TO WS-SRC-ENTRY-TYPE(3)
           MOVE "10190000" TO WS-SRC-ITEM-ACCT(3)
           MOVE "70500000" TO WS-SRC-FX-ACCT(3).

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-OK
               PERFORM READ-MAP-RECORD
               PERFORM UNTIL WS-MAP-EOF-FLAG = 'Y'
                   PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                           UNTIL WS-SRC-IDX > 3
                       IF GM-ENTRY-TYPE = WS-SRC-ENTRY-TYPE(WS-SRC-IDX)
                           MOVE GM-DEBIT-ACCT
                               TO WS-SRC-ITEM-ACCT(WS-SRC-IDX)
                           MOVE GM-CREDIT-ACCT
                               TO WS-SRC-FX-ACCT(WS-SRC-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM READ-MAP-RECORD
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           ELSE
               DISPLAY "WARNING: GLMAP.DAT NOT AVAILABLE - "
                   "USING DEFAULT REVALUATION ACCOUNTS"
           END-IF.

       READ-MAP-RECORD.
           READ ACCOUNT-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-FLAG
           END-READ.

      *****************************************************************
      * EARLIEST BOOKING DATE OF ANY OPEN FOREIGN-CURRENCY ITEM, SO   *
      * THE RATE TABLE NEED ONLY HOLD HISTORY FROM THEN ON. A LEDGER  *
      * THAT CANNOT BE READ HERE IS LEFT FOR ITS REVALUE PARAGRAPH    *
      * TO REPORT.                                                    *
      *****************************************************************
       FIND-OLDEST-BOOKING.
           MOVE WS-PERIOD-END TO WS-OLDEST-BOOKED
           OPEN INPUT FEE-INVOICE-FILE
           IF FI-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEE-INVOICE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT FI-OK
                       MOVE 'Y' TO WS-EOF
                   END-IF
                   IF WS-EOF = 'N' AND FI-OUTSTANDING
                       MOVE FI-CURRENCY TO WS-IT-CURRENCY
                       MOVE FI-INVOICE-DATE TO WS-IT-BOOKED-DATE
                       PERFORM NOTE-BOOKING-DATE
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE FEE-INVOICE-FILE
           END-IF
           OPEN INPUT OPEN-VARIANCE-FILE
           IF OV-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-VARIANCE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT OV-OK
                       MOVE 'Y' TO WS-EOF
                   END-IF
                   IF WS-EOF = 'N' AND OV-OPEN
                       MOVE OV-CURRENCY TO WS-IT-CURRENCY
                       MOVE OV-OPEN-DATE TO WS-IT-BOOKED-DATE
                       PERFORM NOTE-BOOKING-DATE
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE OPEN-VARIANCE-FILE
           END-IF
           OPEN INPUT PENDING-ITEM-FILE
           IF PT-OK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-ITEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   IF NOT PT-OK
                       MOVE 'Y' TO WS-EOF
                   END-IF
                   IF WS-EOF = 'N' AND PT-OPEN
                       MOVE PT-CURRENCY TO WS-IT-CURRENCY
                       PERFORM SET-PENDING-BOOKED-DATE
                       PERFORM NOTE-BOOKING-DATE
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE PENDING-ITEM-FILE
           END-IF.

       NOTE-BOOKING-DATE.
           IF WS-IT-CURRENCY NOT = SPACES
                   AND WS-IT-CURRENCY NOT = WS-HOME-CURRENCY
                   AND WS-IT-BOOKED-DATE < WS-OLDEST-BOOKED
               MOVE WS-IT-BOOKED-DATE TO WS-OLDEST-BOOKED
           END-IF.

      *****************************************************************
      * WITHOUT RATES NOTHING CAN BE REVALUED, SO EXCHRATE.DAT IS     *
      * REQUIRED. ONLY ROWS INTO THE HOME CURRENCY DATED NO LATER     *
      * THAN THE PERIOD END CAN BE AN OLD OR A NEW RATE. A FULL TABLE *
      * STOPS THE RUN: THE FILE IS IN DATE ORDER, SO THE ROWS LOST    *
      * WOULD BE THE NEWEST - THE MONTH-END RATES THEMSELVES.         *
      *****************************************************************
       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT XR-OK
               DISPLAY "EXCHRATE.DAT NOT AVAILABLE: " WS-XR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EXCHANGE-RATE-FILE
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT XR-OK
               IF XR-TO-CURR = WS-HOME-CURRENCY
                       AND XR-FROM-CURR NOT = WS-HOME-CURRENCY
                       AND XR-RATE-DATE <= WS-PERIOD-END
                   PERFORM TABLE-EXCHANGE-RATE
               END-IF
               READ EXCHANGE-RATE-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE.

       TABLE-EXCHANGE-RATE.
           IF XR-RATE-DATE < WS-OLDEST-BOOKED
               PERFORM FIND-FLOOR-RATE
               IF WS-FLOOR-FOUND-FLAG = 'Y'
                   IF XR-RATE-DATE >= WS-RT-DATE(WS-RT-IDX)
                       MOVE XR-RATE-DATE TO WS-RT-DATE(WS-RT-IDX)
                       MOVE XR-RATE TO WS-RT-RATE(WS-RT-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RATE-COUNT NOT < 5000
               DISPLAY "EXCHANGE-RATE TABLE FULL AT " XR-FROM-CURR
                   " " XR-RATE-DATE " - REVALUATION NOT RUN"
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
                       AND WS-RT-DATE(WS-RT-IDX) < WS-OLDEST-BOOKED
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

      *****************************************************************
      * A LEDGER NOT YET ON FILE SIMPLY HAS NO ITEMS TO REVALUE.      *
      *****************************************************************
       REVALUE-FEE-INVOICES.
           OPEN INPUT FEE-INVOICE-FILE
           IF FI-FILE-NOT-EXIST
               DISPLAY "WARNING: FEEINV.DAT NOT ON FILE - "
                   "NO FEE INVOICES REVALUED"
               EXIT PARAGRAPH
           END-IF
           IF NOT FI-OK
               DISPLAY "FEEINV.DAT NOT AVAILABLE: " WS-FI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SRC-IDX TO 1
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF FI-ERROR
                   DISPLAY "FILE ERROR ON FEEINV.DAT: " WS-FI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-EOF = 'N'
                   ADD 1 TO WS-FI-READ
                   IF FI-OUTSTANDING
                           AND FI-INVOICE-DATE <= WS-PERIOD-END
                       PERFORM REVALUE-FEE-INVOICE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE FEE-INVOICE-FILE.

       REVALUE-FEE-INVOICE.
           MOVE SPACES TO WS-IT-KEY
           STRING FI-CUST-ID " " FI-PERIOD
               DELIMITED BY SIZE INTO WS-IT-KEY
           MOVE FI-CURRENCY TO WS-IT-CURRENCY
           MOVE FI-INVOICE-DATE TO WS-IT-BOOKED-DATE
           COMPUTE WS-IT-FOREIGN-AMT = FI-INVOICE-AMT - FI-PAID-AMT
           PERFORM REVALUE-ITEM.

       REVALUE-OPEN-VARIANCES.
           OPEN INPUT OPEN-VARIANCE-FILE
           IF OV-FILE-NOT-EXIST
               DISPLAY "WARNING: OPENVAR.DAT NOT ON FILE - "
                   "NO OPEN VARIANCES REVALUED"
               EXIT PARAGRAPH
           END-IF
           IF NOT OV-OK
               DISPLAY "OPENVAR.DAT NOT AVAILABLE: " WS-OV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SRC-IDX TO 2
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-VARIANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF OV-ERROR
                   DISPLAY "FILE ERROR ON OPENVAR.DAT: " WS-OV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-EOF = 'N'
                   ADD 1 TO WS-OV-READ
                   IF OV-OPEN AND OV-OPEN-DATE <= WS-PERIOD-END
                       MOVE OV-TRANS-ID TO WS-IT-KEY
                       MOVE OV-CURRENCY TO WS-IT-CURRENCY
                       MOVE OV-OPEN-DATE TO WS-IT-BOOKED-DATE
                       MOVE OV-DIFFERENCE TO WS-IT-FOREIGN-AMT
                       PERFORM REVALUE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE OPEN-VARIANCE-FILE.

       REVALUE-PENDING-ITEMS.
           OPEN INPUT PENDING-ITEM-FILE
           IF PT-FILE-NOT-EXIST
               DISPLAY "WARNING: PENDITEM.DAT NOT ON FILE - "
                   "NO PENDING ITEMS REVALUED"
               EXIT PARAGRAPH
           END-IF
           IF NOT PT-OK
               DISPLAY "PENDITEM.DAT NOT AVAILABLE: " WS-PT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SRC-IDX TO 3
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF PT-ERROR
                   DISPLAY "FILE ERROR ON PENDITEM.DAT: " WS-PT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-EOF = 'N'
                   ADD 1 TO WS-PT-READ
                   IF PT-OPEN
                       PERFORM REVALUE-PENDING-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE PENDING-ITEM-FILE.

      *****************************************************************
      * AN ITEM WRITTEN BEFORE THE TRANSACTION DATE WAS CARRIED ON    *
      * PENDITEM.DAT HAS NONE; IT IS TAKEN AS BOOKED ON THE LAST DAY  *
      * OF THE PERIOD IT FIRST WENT PENDING.                          *
      *****************************************************************
       REVALUE-PENDING-ITEM.
           PERFORM SET-PENDING-BOOKED-DATE
           IF WS-IT-BOOKED-DATE <= WS-PERIOD-END
               MOVE PT-TRANS-ID TO WS-IT-KEY
               MOVE PT-CURRENCY TO WS-IT-CURRENCY
               MOVE PT-AMOUNT TO WS-IT-FOREIGN-AMT
               PERFORM REVALUE-ITEM
           END-IF.

       SET-PENDING-BOOKED-DATE.
           IF PT-TRANS-DATE NUMERIC AND PT-TRANS-DATE > ZERO
               MOVE PT-TRANS-DATE TO WS-IT-BOOKED-DATE
           ELSE
               MOVE PT-FIRST-PEND-PERIOD TO WS-CALC-PERIOD
               PERFORM COMPUTE-MONTH-END
               MOVE WS-CALC-MONTH-END TO WS-IT-BOOKED-DATE
           END-IF.

      *****************************************************************
      * RESTATE ONE ITEM: HOME VALUE AT THE BOOKING-DAY RATE AGAINST  *
      * HOME VALUE AT THE MONTH-END RATE. A POSITIVE DIFFERENCE IS A  *
      * GAIN. HOME-CURRENCY AND ZERO-BALANCE ITEMS ARE SKIPPED.       *
      *****************************************************************
       REVALUE-ITEM.
           IF WS-IT-CURRENCY = SPACES
                   OR WS-IT-CURRENCY = WS-HOME-CURRENCY
                   OR WS-IT-FOREIGN-AMT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-DL-SOURCE
           MOVE WS-IT-KEY TO WS-DL-ITEM-KEY
           MOVE WS-IT-CURRENCY TO WS-DL-CURRENCY
           MOVE WS-IT-BOOKED-DATE TO WS-DL-BOOKED-DATE
           MOVE WS-IT-FOREIGN-AMT TO WS-DL-FOREIGN-AMT
           MOVE WS-IT-CURRENCY TO WS-LK-CURRENCY
           MOVE WS-IT-BOOKED-DATE TO WS-LK-DATE
           PERFORM FIND-RATE-ON-OR-BEFORE
           IF WS-RATE-FOUND-FLAG = 'N'
               MOVE "** NO RATE AT BOOKING DATE - NOT REVALUED **"
                   TO WS-DL-NOTE
               PERFORM WRITE-UNREVALUED-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LK-RATE TO WS-IT-OLD-RATE
           MOVE WS-PERIOD-END TO WS-LK-DATE
           PERFORM FIND-RATE-ON-OR-BEFORE
           MOVE WS-LK-RATE TO WS-IT-NEW-RATE
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CC-IDX > WS-CURRENCY-COUNT
               MOVE "** CURRENCY TABLE FULL - NOT REVALUED **"
                   TO WS-DL-NOTE
               PERFORM WRITE-UNREVALUED-ITEM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IT-OLD-HOME ROUNDED =
               WS-IT-FOREIGN-AMT * WS-IT-OLD-RATE
           COMPUTE WS-IT-NEW-HOME ROUNDED =
               WS-IT-FOREIGN-AMT * WS-IT-NEW-RATE
           COMPUTE WS-IT-DIFFERENCE = WS-IT-NEW-HOME - WS-IT-OLD-HOME
           ADD 1 TO WS-ITEMS-REVALUED
           ADD 1 TO WS-CC-ITEMS(WS-CC-IDX)
           ADD WS-IT-FOREIGN-AMT TO WS-CC-FOREIGN-AMT(WS-CC-IDX)
           ADD WS-IT-OLD-HOME TO WS-CC-OLD-HOME(WS-CC-IDX)
           ADD WS-IT-NEW-HOME TO WS-CC-NEW-HOME(WS-CC-IDX)
           ADD WS-IT-DIFFERENCE
               TO WS-CC-SRC-DIFF(WS-CC-IDX WS-SRC-IDX)
           MOVE WS-IT-OLD-RATE TO WS-DL-OLD-RATE
           MOVE WS-IT-NEW-RATE TO WS-DL-NEW-RATE
           MOVE WS-IT-OLD-HOME TO WS-DL-OLD-HOME
           MOVE WS-IT-NEW-HOME TO WS-DL-NEW-HOME
           MOVE WS-IT-DIFFERENCE TO WS-DL-DIFFERENCE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-UNREVALUED-ITEM.
           ADD 1 TO WS-ITEMS-NO-RATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * THE ITEM'S CURRENCY ROW, ADDED ON FIRST SIGHT. WS-CC-IDX      *
      * COMES BACK PAST WS-CURRENCY-COUNT WHEN THE TABLE IS FULL.     *
      *****************************************************************
       FIND-CURRENCY-ENTRY.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CURRENCY-COUNT
               IF WS-CC-CURRENCY(WS-CC-IDX) = WS-IT-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CC-IDX > WS-CURRENCY-COUNT AND WS-CURRENCY-COUNT < 50
               ADD 1 TO WS-CURRENCY-COUNT
               SET WS-CC-IDX TO WS-CURRENCY-COUNT
               MOVE WS-IT-CURRENCY TO WS-CC-CURRENCY(WS-CC-IDX)
           END-IF.

       PRINT-CURRENCY-SUMMARY.
           WRITE REPORT-LINE FROM WS-CCY-TITLE AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-CCY-COLUMN-HDR
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CURRENCY-COUNT
               MOVE WS-CC-CURRENCY(WS-CC-IDX) TO WS-CL-CURRENCY
               MOVE WS-CC-ITEMS(WS-CC-IDX) TO WS-CL-ITEMS
               MOVE WS-CC-FOREIGN-AMT(WS-CC-IDX) TO WS-CL-FOREIGN-AMT
               MOVE WS-CC-OLD-HOME(WS-CC-IDX) TO WS-CL-OLD-HOME
               MOVE WS-CC-NEW-HOME(WS-CC-IDX) TO WS-CL-NEW-HOME
               COMPUTE WS-CL-GAIN-LOSS = WS-CC-NEW-HOME(WS-CC-IDX)
                   - WS-CC-OLD-HOME(WS-CC-IDX)
               WRITE REPORT-LINE FROM WS-CCY-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-CC-OLD-HOME(WS-CC-IDX) TO WS-TOTAL-OLD-HOME
               ADD WS-CC-NEW-HOME(WS-CC-IDX) TO WS-TOTAL-NEW-HOME
           END-PERFORM
           COMPUTE WS-TOTAL-GAIN-LOSS =
               WS-TOTAL-NEW-HOME - WS-TOTAL-OLD-HOME
           MOVE "TOTAL" TO WS-CL-CURRENCY
           MOVE WS-ITEMS-REVALUED TO WS-CL-ITEMS
           MOVE ZERO TO WS-CL-FOREIGN-AMT
           MOVE WS-TOTAL-OLD-HOME TO WS-CL-OLD-HOME
           MOVE WS-TOTAL-NEW-HOME TO WS-CL-NEW-HOME
           MOVE WS-TOTAL-GAIN-LOSS TO WS-CL-GAIN-LOSS
           WRITE REPORT-LINE FROM WS-CCY-LINE AFTER ADVANCING 2 LINES
           MOVE "ITEMS NOT REVALUED (NO RATE):" TO WS-SL-LABEL
           MOVE WS-ITEMS-NO-RATE TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

       WRITE-REVALUATION-JOURNAL.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CURRENCY-COUNT
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 3
                   IF WS-CC-SRC-DIFF(WS-CC-IDX WS-SRC-IDX) NOT = ZERO
                       PERFORM WRITE-CURRENCY-JOURNAL
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * ONE SOURCE'S NET DIFFERENCE IN ONE CURRENCY: THE REVALUATION  *
      * PAIR IN THE PERIOD, THEN THE SAME PAIR WITH THE SIDES SWAPPED *
      * ON THE FIRST DAY OF THE NEXT PERIOD.                          *
      *****************************************************************
       WRITE-CURRENCY-JOURNAL.
           IF WS-CC-SRC-DIFF(WS-CC-IDX WS-SRC-IDX) > ZERO
               MOVE WS-SRC-ITEM-ACCT(WS-SRC-IDX) TO WS-JE-DEBIT-ACCT
               MOVE WS-SRC-FX-ACCT(WS-SRC-IDX) TO WS-JE-CREDIT-ACCT
               MOVE WS-CC-SRC-DIFF(WS-CC-IDX WS-SRC-IDX)
                   TO WS-JE-AMOUNT
           ELSE
               MOVE WS-SRC-FX-ACCT(WS-SRC-IDX) TO WS-JE-DEBIT-ACCT
               MOVE WS-SRC-ITEM-ACCT(WS-SRC-IDX) TO WS-JE-CREDIT-ACCT
               COMPUTE WS-JE-AMOUNT =
                   ZERO - WS-CC-SRC-DIFF(WS-CC-IDX WS-SRC-IDX)
           END-IF
           MOVE WS-SRC-ENTRY-TYPE(WS-SRC-IDX) TO GJ-ENTRY-TYPE
           MOVE WS-CC-CURRENCY(WS-CC-IDX) TO GJ-CUST-ID
           MOVE WS-RUN-TIMESTAMP TO GJ-TIMESTAMP
           MOVE SPACES TO GJ-CURRENCY
           MOVE WS-PERIOD-END(1:4) TO GJ-PERIOD-YEAR
           MOVE WS-PERIOD-END(5:2) TO GJ-PERIOD-MONTH
           MOVE WS-PERIOD-END TO GJ-CLOSE-DATE
           PERFORM WRITE-JOURNAL-PAIR
           MOVE WS-JE-DEBIT-ACCT TO WS-JE-SWAP-ACCT
           MOVE WS-JE-CREDIT-ACCT TO WS-JE-DEBIT-ACCT
           MOVE WS-JE-SWAP-ACCT TO WS-JE-CREDIT-ACCT
           MOVE WS-REVERSAL-DATE(1:4) TO GJ-PERIOD-YEAR
           MOVE WS-REVERSAL-DATE(5:2) TO GJ-PERIOD-MONTH
           MOVE WS-REVERSAL-DATE TO GJ-CLOSE-DATE
           PERFORM WRITE-JOURNAL-PAIR.

       WRITE-JOURNAL-PAIR.
           MOVE WS-JE-AMOUNT TO GJ-AMOUNT
           MOVE WS-JE-DEBIT-ACCT TO GJ-ACCOUNT
           SET GJ-DEBIT TO TRUE
           WRITE JOURNAL-RECORD
           ADD WS-JE-AMOUNT TO WS-TOTAL-DEBITS
           MOVE WS-JE-CREDIT-ACCT TO GJ-ACCOUNT
           SET GJ-CREDIT TO TRUE
           WRITE JOURNAL-RECORD
           ADD WS-JE-AMOUNT TO WS-TOTAL-CREDITS
           ADD 2 TO WS-JOURNALS-WRITTEN.

      *****************************************************************
      * SAME POSTURE AS GL-EXTRACT: AN UNBALANCED JOURNAL ABENDS THE  *
      * RUN RATHER THAN GOING TO THE GL.                              *
      *****************************************************************
       PROVE-JOURNAL-BALANCE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "======================================"
               DISPLAY "FX-REVAL ABEND"
               DISPLAY "REVALUATION JOURNAL OUT OF BALANCE"
               DISPLAY "TOTAL DEBITS:  " WS-TOTAL-DEBITS
               DISPLAY "TOTAL CREDITS: " WS-TOTAL-CREDITS
               DISPLAY "======================================"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "FX REVALUATION COMPLETE"
           DISPLAY "======================================"
           DISPLAY "PERIOD: " WS-REVAL-PERIOD
           DISPLAY "PERIOD END: " WS-PERIOD-END
           DISPLAY "REVERSAL DATE: " WS-REVERSAL-DATE
           DISPLAY "HOME CURRENCY: " WS-HOME-CURRENCY
           DISPLAY "RATES LOADED: " WS-RATE-COUNT
           DISPLAY "FEE INVOICES READ: " WS-FI-READ
           DISPLAY "OPEN VARIANCES READ: " WS-OV-READ
           DISPLAY "PENDING ITEMS READ: " WS-PT-READ
           DISPLAY "ITEMS REVALUED: " WS-ITEMS-REVALUED
           DISPLAY "ITEMS NOT REVALUED: " WS-ITEMS-NO-RATE
           DISPLAY "NET UNREALIZED GAIN/LOSS: " WS-TOTAL-GAIN-LOSS
           DISPLAY "JOURNAL RECORDS WRITTEN: " WS-JOURNALS-WRITTEN
           DISPLAY "======================================"
           CLOSE JOURNAL-FILE
           CLOSE REVALUATION-REGISTER
           IF WS-ITEMS-NO-RATE > ZERO
               DISPLAY "FOREIGN ITEMS WITHOUT AN EXCHANGE RATE - "
                   "SEE FXREVRPT.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
