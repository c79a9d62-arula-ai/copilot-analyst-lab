       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-ANNUAL.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: YEAR-END ANNUAL CUSTOMER FEE SUMMARY. FEE-STATEMENT  *
      * COVERS ONE MONTH; EVERY JANUARY CUSTOMERS AND AUDITORS ASK    *
      * FOR THE WHOLE YEAR. THIS PROGRAM READS THE TWELVE CLOSED      *
      * PERIODS OF A YEAR FROM MONTHEND.DAT - AT YEAR END THE TWELVE  *
      * MONTHLY CLOSING FILES ARE CONCATENATED AS THE INPUT - AND     *
      * PRINTS ONE SUMMARY PER CUSTOMER ON FEEANNRP.DAT. FOR EACH     *
      * CURRENCY THE CUSTOMER TRADED IT SHOWS, MONTH BY MONTH AND FOR *
      * THE YEAR: TRANSACTION COUNT, GROSS AMOUNT, FEES CHARGED, FEES *
      * WAIVED UNDER THE MONTHLY CAP (FEEMTD.DAT FM-WAIVED-FEE, HOME  *
      * CURRENCY), REFUND FEE REVERSALS, CHARGEBACK FEE REVERSALS     *
      * (CL-REFUND-FEE / CL-CHGBK-FEE FROM THE CLOSE) AND NET FEES.   *
      * NET FEES ARE CL-TOTAL-FEE, THE AMOUNT GL-EXTRACT POSTED AS    *
      * FEE REVENUE, SO THE CONTROL PAGE AT THE END LISTS THE FEE     *
      * REVENUE OF EACH CLOSE AND PROVES THE SUMMARIES ADD BACK TO    *
      * IT. THE RUN IS REFUSED (RETURN CODE 8, FINDINGS ON THE        *
      * REPORT) UNLESS ALL TWELVE PERIODS ARE ON CLOSEDPD.DAT AND     *
      * MONTHEND.DAT HOLDS EXACTLY ONE CLOSE OF EACH - A MISSING OR   *
      * DUPLICATED MONTH WOULD MAKE THE YEAR'S TOTALS WRONG.          *
      * COMMAND-LINE PARAMETER: THE YEAR AS YYYY. NO PARAMETER MEANS  *
      * THE YEAR BEFORE THE RUN DATE, THE USUAL JANUARY RUN.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSING-FILE ASSIGN TO "MONTHEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT OPTIONAL CLOSED-PERIOD-FILE ASSIGN TO "CLOSEDPD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT OPTIONAL FEE-MTD-FILE ASSIGN TO "FEEMTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FM-KEY
               FILE STATUS IS WS-FM-STATUS.
           SELECT ANNUAL-REPORT ASSIGN TO "FEEANNRP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "FEEANSRT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSING-FILE.
       01  CLOSING-RECORD.
           05  CL-CUST-ID          PIC X(10).
           05  CL-PERIOD-YEAR      PIC 9(4).
           05  CL-PERIOD-MONTH     PIC 9(2).
           05  CL-TRANS-COUNT      PIC 9(6).
           05  CL-TOTAL-AMOUNT     PIC S9(9)V99 COMP-3.
           05  CL-TOTAL-FEE        PIC S9(7)V99 COMP-3.
           05  CL-TOTAL-NET        PIC S9(9)V99 COMP-3.
           05  CL-PENDING-COUNT    PIC 9(4).
           05  CL-PENDING-FLAG     PIC X(1).
           05  CL-CLOSE-DATE       PIC 9(8).
           05  CL-CLOSE-TIMESTAMP  PIC X(26).
           05  CL-OPERATOR-ID      PIC X(8).
           05  CL-CURRENCY         PIC X(3).
           05  CL-PENDING-AMOUNT   PIC S9(9)V99 COMP-3.
           05  CL-REFUND-FEE       PIC S9(7)V99 COMP-3.
           05  CL-CHGBK-FEE        PIC S9(7)V99 COMP-3.

       FD  CLOSED-PERIOD-FILE.
           COPY "closedpd.cpy".

       FD  FEE-MTD-FILE.
           COPY "feemtd.cpy".

       FD  ANNUAL-REPORT.
       01  REPORT-LINE             PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-CUST-ID          PIC X(10).
           05  SR-CURRENCY         PIC X(3).
           05  SR-PERIOD           PIC 9(6).
           05  SR-PERIOD-PARTS REDEFINES SR-PERIOD.
               10  SR-PERIOD-YEAR  PIC 9(4).
               10  SR-PERIOD-MONTH PIC 9(2).
           05  SR-TRANS-COUNT      PIC 9(6).
           05  SR-AMOUNT           PIC S9(9)V99 COMP-3.
           05  SR-NET-FEE          PIC S9(7)V99 COMP-3.
           05  SR-REFUND-FEE       PIC S9(7)V99 COMP-3.
           05  SR-CHGBK-FEE        PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CLOSE-STATUS     PIC XX.
               88  CLOSE-OK        VALUE "00".
               88  CLOSE-NOT-PRESENT VALUE "05".
               88  CLOSE-EOF       VALUE "10".
               88  CLOSE-ERROR     VALUE "30" THRU "99".
           05  WS-PD-STATUS        PIC XX.
               88  PD-OK           VALUE "00".
               88  PD-EOF          VALUE "10".
           05  WS-FM-STATUS        PIC XX.
               88  FM-OK           VALUE "00".
               88  FM-NOT-FOUND    VALUE "23".

       01  WS-COUNTERS.
           05  WS-CLOSE-RECS-READ  PIC 9(8) VALUE ZERO.
           05  WS-YEAR-RECS        PIC 9(8) VALUE ZERO.
           05  WS-CUSTOMERS-PRINTED PIC 9(6) VALUE ZERO.
           05  WS-LINES-PRINTED    PIC 9(8) VALUE ZERO.
           05  WS-FINDING-COUNT    PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-CLOSE-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-FIRST-RECORD     PIC X VALUE 'Y'.
           05  WS-FEEMTD-FLAG      PIC X VALUE 'N'.
               88  FEEMTD-AVAILABLE VALUE 'Y'.
           05  WS-HOME-PRINTED     PIC X VALUE 'N'.

      *****************************************************************
      * SUMMARY YEAR (YYYY) AND RUN DATE. THE YEAR DEFAULTS TO THE    *
      * ONE BEFORE THE RUN DATE; RUN_DATE OVERRIDES THE SYSTEM DATE   *
      * THE SAME WAY IT DOES FOR THE NIGHTLY PROGRAMS.                *
      *****************************************************************
       01  WS-PARM-RAW             PIC X(4).
       01  WS-SUMMARY-YEAR         PIC 9(4).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-RUN-TIMESTAMP        PIC X(26).

      *****************************************************************
      * ONE SLOT PER MONTH OF THE SUMMARY YEAR, FILLED BY THE SCAN OF *
      * MONTHEND.DAT BEFORE ANYTHING IS PRINTED. WS-PM-FEE IS THE SUM *
      * OF CL-TOTAL-FEE FOR THE CLOSE - EXACTLY THE FEEREV AMOUNT GL- *
      * EXTRACT JOURNALLED FOR THAT MONTH - AND IS THE CONTROL TOTAL  *
      * THE CUSTOMER SUMMARIES MUST ADD BACK TO. A SECOND CLOSE       *
      * TIMESTAMP FOR THE SAME MONTH MEANS A RE-CLOSE'S FILE AND THE  *
      * ORIGINAL ARE BOTH IN THE INPUT.                               *
      *****************************************************************
       01  WS-PERIOD-TABLE.
           05  WS-PM-ENTRY OCCURS 12 TIMES
               INDEXED BY WS-PM-IDX.
               10  WS-PM-PERIOD    PIC 9(6).
               10  WS-PM-CLOSED-FLAG PIC X(1).
                   88  WS-PM-CLOSED VALUE 'Y'.
               10  WS-PM-CLOSE-TS  PIC X(26).
               10  WS-PM-CLOSE-DATE PIC 9(8).
               10  WS-PM-DUP-FLAG  PIC X(1).
                   88  WS-PM-DUPLICATED VALUE 'Y'.
               10  WS-PM-ROWS      PIC 9(6).
               10  WS-PM-FEE       PIC S9(11)V99 COMP-3.
       01  WS-MONTH                PIC 9(2).

       01  WS-CONTROL-TOTALS.
           05  WS-CONTROL-FEE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SUMMARY-NET-FEE  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CONTROL-DIFF     PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * THE CURRENT CUSTOMER'S CAP WAIVERS BY MONTH, READ FROM        *
      * FEEMTD.DAT AT THE CUSTOMER BREAK. FEEMTD KEEPS ONE HOME-      *
      * CURRENCY ROW PER CUSTOMER AND PERIOD, SO THE WAIVERS ARE      *
      * SHOWN AGAINST THE HOME-CURRENCY LINES ONLY.                   *
      *****************************************************************
       01  WS-WAIVED-TABLE.
           05  WS-WAIVED-MONTH OCCURS 12 TIMES
                                   PIC S9(7)V99 COMP-3.
       01  WS-CUST-WAIVED-TOT      PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-CURRENT-CUSTOMER.
           05  WS-CURR-CUST-ID     PIC X(10).
           05  WS-CURR-CURRENCY    PIC X(3).

       01  WS-CURRENCY-TOTALS.
           05  WS-CT-COUNT         PIC 9(8).
           05  WS-CT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-CT-CHARGED       PIC S9(9)V99 COMP-3.
           05  WS-CT-REFUND        PIC S9(9)V99 COMP-3.
           05  WS-CT-CHGBK         PIC S9(9)V99 COMP-3.
           05  WS-CT-NET           PIC S9(9)V99 COMP-3.

       01  WS-LINE-CHARGED         PIC S9(9)V99 COMP-3.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(50) VALUE SPACES.
               10  FILLER          PIC X(32)
                   VALUE "ANNUAL CUSTOMER FEE SUMMARY".
               10  FILLER          PIC X(50) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(10) VALUE "CUSTOMER: ".
               10  WS-H2-CUST-ID   PIC X(10).
               10  FILLER          PIC X(10) VALUE SPACES.
               10  FILLER          PIC X(6) VALUE "YEAR: ".
               10  WS-H2-YEAR      PIC 9(4).
               10  FILLER          PIC X(10) VALUE SPACES.
               10  FILLER          PIC X(10) VALUE "RUN DATE: ".
               10  WS-H2-RUN-DATE  PIC 9(8).
               10  FILLER          PIC X(64) VALUE SPACES.
           05  WS-CURRENCY-HDR.
               10  FILLER          PIC X(10) VALUE "CURRENCY: ".
               10  WS-CH-CURRENCY  PIC X(4).
               10  FILLER          PIC X(118) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(10) VALUE "PERIOD".
               10  FILLER          PIC X(12) VALUE "       TRANS".
               10  FILLER          PIC X(17)
                   VALUE "     GROSS AMOUNT".
               10  FILLER          PIC X(17)
                   VALUE "     FEES CHARGED".
               10  FILLER          PIC X(17)
                   VALUE "      FEES WAIVED".
               10  FILLER          PIC X(17)
                   VALUE "          REFUNDS".
               10  FILLER          PIC X(17)
                   VALUE "   CHGBK REVERSED".
               10  FILLER          PIC X(17)
                   VALUE "         NET FEES".
               10  FILLER          PIC X(8) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL         PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-AMOUNT        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-CHARGED       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-WAIVED        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-REFUND        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-CHGBK         PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-NET           PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(8) VALUE SPACES.

       01  WS-CONTROL-HDR-1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(52)
               VALUE "CONTROL TOTAL - FEE REVENUE BY CLOSED PERIOD".
           05  FILLER              PIC X(40) VALUE SPACES.
       01  WS-CONTROL-COL-HDR.
           05  FILLER              PIC X(10) VALUE "PERIOD".
           05  FILLER              PIC X(12) VALUE "CLOSE DATE".
           05  FILLER              PIC X(11) VALUE " CLOSE ROWS".
           05  FILLER              PIC X(21)
               VALUE "       GL FEE REVENUE".
           05  FILLER              PIC X(74) VALUE SPACES.
       01  WS-CONTROL-LINE.
           05  WS-CL-LABEL         PIC X(22).
           05  WS-CL-CLOSE-DATE REDEFINES WS-CL-LABEL.
               10  WS-CL-PERIOD    PIC 9(6).
               10  FILLER          PIC X(4).
               10  WS-CL-DATE      PIC 9(8).
               10  FILLER          PIC X(4).
           05  WS-CL-ROWS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-CL-FEE           PIC $$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(78) VALUE SPACES.

       01  WS-FINDING-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FL-PERIOD        PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FL-TEXT          PIC X(60).
           05  FILLER              PIC X(62) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM CHECK-YEAR-CLOSED
           PERFORM SCAN-CLOSING-FILE
           IF WS-FINDING-COUNT > ZERO
               PERFORM REFUSE-RUN
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SR-CUST-ID SR-CURRENCY SR-PERIOD
               INPUT PROCEDURE IS SELECT-YEAR-CLOSINGS
               OUTPUT PROCEDURE IS PRINT-ANNUAL-SUMMARIES
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM PROVE-CONTROL-TOTAL
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
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               COMPUTE WS-SUMMARY-YEAR = WS-RUN-DATE / 10000 - 1
           ELSE
               IF WS-PARM-RAW IS NOT NUMERIC
                   DISPLAY "INVALID SUMMARY YEAR PARAMETER: "
                       WS-PARM-RAW
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-RAW TO WS-SUMMARY-YEAR
           END-IF
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > 12
               SET WS-MONTH TO WS-PM-IDX
               COMPUTE WS-PM-PERIOD(WS-PM-IDX) =
                   WS-SUMMARY-YEAR * 100 + WS-MONTH
               MOVE 'N' TO WS-PM-CLOSED-FLAG(WS-PM-IDX)
               MOVE SPACES TO WS-PM-CLOSE-TS(WS-PM-IDX)
               MOVE ZERO TO WS-PM-CLOSE-DATE(WS-PM-IDX)
               MOVE 'N' TO WS-PM-DUP-FLAG(WS-PM-IDX)
               MOVE ZERO TO WS-PM-ROWS(WS-PM-IDX)
               MOVE ZERO TO WS-PM-FEE(WS-PM-IDX)
           END-PERFORM
           OPEN OUTPUT ANNUAL-REPORT
           PERFORM OPEN-FEE-MTD-FILE.

      *****************************************************************
      * WITHOUT FEEMTD.DAT THE SUMMARIES STILL PRINT AND STILL TIE -  *
      * WAIVED FEES WERE NEVER CHARGED, SO THEY ARE NOT IN THE        *
      * CONTROL TOTAL - BUT THE WAIVED COLUMN SHOWS ZERO.             *
      *****************************************************************
       OPEN-FEE-MTD-FILE.
           OPEN INPUT FEE-MTD-FILE
           IF FM-OK
               MOVE 'Y' TO WS-FEEMTD-FLAG
           ELSE
               DISPLAY "WARNING: FEEMTD.DAT NOT AVAILABLE - "
                   "WAIVED FEES NOT SHOWN"
           END-IF.

      *****************************************************************
      * EVERY MONTH OF THE YEAR MUST BE ON THE CLOSED-PERIOD          *
      * REGISTER. A MONTH STILL OPEN CAN CHANGE AFTER THE SUMMARY IS  *
      * SENT.                                                         *
      *****************************************************************
       CHECK-YEAR-CLOSED.
           OPEN INPUT CLOSED-PERIOD-FILE
           READ CLOSED-PERIOD-FILE
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PD-OK
               IF PD-PERIOD(1:4) = WS-SUMMARY-YEAR
                   MOVE PD-PERIOD(5:2) TO WS-MONTH
                   IF WS-MONTH >= 1 AND WS-MONTH <= 12
                       MOVE 'Y' TO WS-PM-CLOSED-FLAG(WS-MONTH)
                   END-IF
               END-IF
               READ CLOSED-PERIOD-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE CLOSED-PERIOD-FILE
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > 12
               IF NOT WS-PM-CLOSED(WS-PM-IDX)
                   MOVE WS-PM-PERIOD(WS-PM-IDX) TO WS-FL-PERIOD
                   MOVE "PERIOD NOT ON CLOSEDPD.DAT - NOT YET CLOSED"
                       TO WS-FL-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

      *****************************************************************
      * FIRST PASS OVER MONTHEND.DAT: PROVE THAT EACH MONTH OF THE    *
      * YEAR IS PRESENT EXACTLY ONCE AND BUILD THE PER-MONTH FEE      *
      * REVENUE CONTROL TOTALS. ROWS FOR OTHER YEARS ARE IGNORED.     *
      *****************************************************************
       SCAN-CLOSING-FILE.
           OPEN INPUT CLOSING-FILE
           IF NOT CLOSE-OK
               DISPLAY "MONTHEND.DAT NOT AVAILABLE: " WS-CLOSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CLOSING-RECORD
           PERFORM UNTIL WS-CLOSE-EOF-FLAG = 'Y'
               IF CL-PERIOD-YEAR = WS-SUMMARY-YEAR
                       AND CL-PERIOD-MONTH >= 1
                       AND CL-PERIOD-MONTH <= 12
                   PERFORM TALLY-CLOSING-RECORD
               END-IF
               PERFORM READ-CLOSING-RECORD
           END-PERFORM
           CLOSE CLOSING-FILE
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > 12
               MOVE WS-PM-PERIOD(WS-PM-IDX) TO WS-FL-PERIOD
               IF WS-PM-ROWS(WS-PM-IDX) = ZERO
                   MOVE "NO CLOSING ROWS FOR PERIOD ON MONTHEND.DAT"
                       TO WS-FL-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-PM-DUPLICATED(WS-PM-IDX)
                   MOVE "MORE THAN ONE CLOSE OF PERIOD ON MONTHEND.DAT"
                       TO WS-FL-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

       TALLY-CLOSING-RECORD.
           MOVE CL-PERIOD-MONTH TO WS-MONTH
           IF WS-PM-CLOSE-TS(WS-MONTH) = SPACES
               MOVE CL-CLOSE-TIMESTAMP TO WS-PM-CLOSE-TS(WS-MONTH)
               MOVE CL-CLOSE-DATE TO WS-PM-CLOSE-DATE(WS-MONTH)
           ELSE
               IF CL-CLOSE-TIMESTAMP NOT = WS-PM-CLOSE-TS(WS-MONTH)
                   MOVE 'Y' TO WS-PM-DUP-FLAG(WS-MONTH)
               END-IF
           END-IF
           ADD 1 TO WS-PM-ROWS(WS-MONTH)
           ADD CL-TOTAL-FEE TO WS-PM-FEE(WS-MONTH)
           ADD CL-TOTAL-FEE TO WS-CONTROL-FEE.

       READ-CLOSING-RECORD.
           READ CLOSING-FILE
               AT END MOVE 'Y' TO WS-CLOSE-EOF-FLAG
           END-READ
           IF CLOSE-ERROR
               DISPLAY "FILE ERROR ON MONTHEND.DAT: " WS-CLOSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSE-EOF-FLAG = 'N'
               ADD 1 TO WS-CLOSE-RECS-READ
           END-IF.

      *****************************************************************
      * THE FINDINGS ARE LISTED UNDER ONE HEADING ON THE REPORT, THE  *
      * SAME WAY CYCLE-GATE LISTS ITS FEED FINDINGS.                  *
      *****************************************************************
       WRITE-FINDING.
           IF WS-FINDING-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-HEADER-1
                   AFTER ADVANCING PAGE
               MOVE SPACES TO REPORT-LINE
               STRING "YEAR " DELIMITED BY SIZE
                      WS-SUMMARY-YEAR DELIMITED BY SIZE
                      " NOT READY FOR THE ANNUAL SUMMARY - "
                          DELIMITED BY SIZE
                      "RUN REFUSED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-LINE FROM WS-FINDING-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-FINDING-COUNT.

       REFUSE-RUN.
           DISPLAY "======================================"
           DISPLAY "ANNUAL FEE SUMMARY REFUSED"
           DISPLAY "======================================"
           DISPLAY "SUMMARY YEAR: " WS-SUMMARY-YEAR
           DISPLAY "FINDINGS (SEE FEEANNRP.DAT): " WS-FINDING-COUNT
           DISPLAY "======================================"
           CLOSE ANNUAL-REPORT
           IF FEEMTD-AVAILABLE
               CLOSE FEE-MTD-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * SECOND PASS: RELEASE THE YEAR'S CLOSING ROWS TO THE SORT.     *
      *****************************************************************
       SELECT-YEAR-CLOSINGS.
           MOVE 'N' TO WS-CLOSE-EOF-FLAG
           OPEN INPUT CLOSING-FILE
           PERFORM READ-CLOSING-RECORD
           PERFORM UNTIL WS-CLOSE-EOF-FLAG = 'Y'
               IF CL-PERIOD-YEAR = WS-SUMMARY-YEAR
                       AND CL-PERIOD-MONTH >= 1
                       AND CL-PERIOD-MONTH <= 12
                   PERFORM RELEASE-SORT-RECORD
               END-IF
               PERFORM READ-CLOSING-RECORD
           END-PERFORM
           CLOSE CLOSING-FILE.

       RELEASE-SORT-RECORD.
           MOVE CL-CUST-ID TO SR-CUST-ID
           MOVE CL-CURRENCY TO SR-CURRENCY
           MOVE CL-PERIOD-YEAR TO SR-PERIOD-YEAR
           MOVE CL-PERIOD-MONTH TO SR-PERIOD-MONTH
           MOVE CL-TRANS-COUNT TO SR-TRANS-COUNT
           MOVE CL-TOTAL-AMOUNT TO SR-AMOUNT
           MOVE CL-TOTAL-FEE TO SR-NET-FEE
           MOVE CL-REFUND-FEE TO SR-REFUND-FEE
           MOVE CL-CHGBK-FEE TO SR-CHGBK-FEE
           ADD 1 TO WS-YEAR-RECS
           RELEASE SORT-RECORD.

      *****************************************************************
      * OUTPUT PASS. SORTED BY CUSTOMER, CURRENCY AND PERIOD: A       *
      * CUSTOMER BREAK STARTS A NEW SUMMARY PAGE, A CURRENCY BREAK    *
      * CLOSES ONE CURRENCY'S YEAR WITH ITS ANNUAL TOTAL LINE.        *
      *****************************************************************
       PRINT-ANNUAL-SUMMARIES.
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               IF WS-FIRST-RECORD = 'Y'
                   MOVE 'N' TO WS-FIRST-RECORD
                   PERFORM START-CUSTOMER
                   PERFORM START-CURRENCY
               END-IF
               IF SR-CUST-ID NOT = WS-CURR-CUST-ID
                   PERFORM FINISH-CURRENCY
                   PERFORM FINISH-CUSTOMER
                   PERFORM START-CUSTOMER
                   PERFORM START-CURRENCY
               END-IF
               IF SR-CURRENCY NOT = WS-CURR-CURRENCY
                   PERFORM FINISH-CURRENCY
                   PERFORM START-CURRENCY
               END-IF
               PERFORM PRINT-PERIOD-LINE
               PERFORM RETURN-SORT-RECORD
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM FINISH-CURRENCY
               PERFORM FINISH-CUSTOMER
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       START-CUSTOMER.
           MOVE SR-CUST-ID TO WS-CURR-CUST-ID
           MOVE 'N' TO WS-HOME-PRINTED
           PERFORM LOAD-CUSTOMER-WAIVERS
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-CURR-CUST-ID TO WS-H2-CUST-ID
           MOVE WS-SUMMARY-YEAR TO WS-H2-YEAR
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.

       LOAD-CUSTOMER-WAIVERS.
           MOVE ZERO TO WS-CUST-WAIVED-TOT
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > 12
               MOVE ZERO TO WS-WAIVED-MONTH(WS-PM-IDX)
               IF FEEMTD-AVAILABLE
                   MOVE WS-CURR-CUST-ID TO FM-CUST-ID
                   MOVE WS-PM-PERIOD(WS-PM-IDX) TO FM-PERIOD
                   READ FEE-MTD-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF FM-OK
                       MOVE FM-WAIVED-FEE TO WS-WAIVED-MONTH(WS-PM-IDX)
                       ADD FM-WAIVED-FEE TO WS-CUST-WAIVED-TOT
                   END-IF
               END-IF
           END-PERFORM.

       START-CURRENCY.
           MOVE SR-CURRENCY TO WS-CURR-CURRENCY
           MOVE ZERO TO WS-CT-COUNT
           MOVE ZERO TO WS-CT-AMOUNT
           MOVE ZERO TO WS-CT-CHARGED
           MOVE ZERO TO WS-CT-REFUND
           MOVE ZERO TO WS-CT-CHGBK
           MOVE ZERO TO WS-CT-NET
           PERFORM PRINT-CURRENCY-HEADING.

       PRINT-CURRENCY-HEADING.
           IF WS-CURR-CURRENCY = SPACES
               MOVE "HOME" TO WS-CH-CURRENCY
           ELSE
               MOVE WS-CURR-CURRENCY TO WS-CH-CURRENCY
           END-IF
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-CURRENCY-HDR
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * ONE LINE PER CLOSED MONTH. FEES CHARGED IS THE FEE BEFORE ANY *
      * REVERSAL: THE CLOSE'S NET FEE LESS THE (NEGATIVE) REFUND AND  *
      * CHARGEBACK REVERSALS NETTED INTO IT.                          *
      *****************************************************************
       PRINT-PERIOD-LINE.
           COMPUTE WS-LINE-CHARGED =
               SR-NET-FEE - SR-REFUND-FEE - SR-CHGBK-FEE
           MOVE SPACES TO WS-DL-LABEL
           MOVE SR-PERIOD TO WS-DL-LABEL
           MOVE SR-TRANS-COUNT TO WS-DL-COUNT
           MOVE SR-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-LINE-CHARGED TO WS-DL-CHARGED
           IF WS-CURR-CURRENCY = SPACES
               MOVE WS-WAIVED-MONTH(SR-PERIOD-MONTH) TO WS-DL-WAIVED
           ELSE
               MOVE ZERO TO WS-DL-WAIVED
           END-IF
           MOVE SR-REFUND-FEE TO WS-DL-REFUND
           MOVE SR-CHGBK-FEE TO WS-DL-CHGBK
           MOVE SR-NET-FEE TO WS-DL-NET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINES-PRINTED
           ADD SR-TRANS-COUNT TO WS-CT-COUNT
           ADD SR-AMOUNT TO WS-CT-AMOUNT
           ADD WS-LINE-CHARGED TO WS-CT-CHARGED
           ADD SR-REFUND-FEE TO WS-CT-REFUND
           ADD SR-CHGBK-FEE TO WS-CT-CHGBK
           ADD SR-NET-FEE TO WS-CT-NET.

      *****************************************************************
      * THE HOME-CURRENCY YEAR TOTAL CARRIES THE WHOLE YEAR'S CAP     *
      * WAIVERS FROM FEEMTD.DAT, INCLUDING ANY MONTH WITH NO HOME-    *
      * CURRENCY CLOSING ROW.                                         *
      *****************************************************************
       FINISH-CURRENCY.
           MOVE "YEAR TOTAL" TO WS-DL-LABEL
           MOVE WS-CT-COUNT TO WS-DL-COUNT
           MOVE WS-CT-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-CT-CHARGED TO WS-DL-CHARGED
           IF WS-CURR-CURRENCY = SPACES
               MOVE WS-CUST-WAIVED-TOT TO WS-DL-WAIVED
               MOVE 'Y' TO WS-HOME-PRINTED
           ELSE
               MOVE ZERO TO WS-DL-WAIVED
           END-IF
           MOVE WS-CT-REFUND TO WS-DL-REFUND
           MOVE WS-CT-CHGBK TO WS-DL-CHGBK
           MOVE WS-CT-NET TO WS-DL-NET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           ADD WS-CT-NET TO WS-SUMMARY-NET-FEE.

      *****************************************************************
      * A CUSTOMER WHO TRADED ONLY IN FOREIGN CURRENCY CAN STILL HAVE *
      * HAD HOME-CURRENCY FEES WAIVED UNDER THE CAP; THEY GET A HOME  *
      * LINE CARRYING THE WAIVERS ALONE.                              *
      *****************************************************************
       FINISH-CUSTOMER.
           IF WS-HOME-PRINTED = 'N' AND WS-CUST-WAIVED-TOT NOT = ZERO
               MOVE SPACES TO WS-CURR-CURRENCY
               PERFORM PRINT-CURRENCY-HEADING
               MOVE "YEAR TOTAL" TO WS-DL-LABEL
               MOVE ZERO TO WS-DL-COUNT
               MOVE ZERO TO WS-DL-AMOUNT
               MOVE ZERO TO WS-DL-CHARGED
               MOVE WS-CUST-WAIVED-TOT TO WS-DL-WAIVED
               MOVE ZERO TO WS-DL-REFUND
               MOVE ZERO TO WS-DL-CHGBK
               MOVE ZERO TO WS-DL-NET
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           ADD 1 TO WS-CUSTOMERS-PRINTED.

      *****************************************************************
      * CONTROL PAGE: EACH MONTH'S FEE REVENUE AS GL-EXTRACT POSTED   *
      * IT (THE SUM OF CL-TOTAL-FEE FOR THE CLOSE), THE YEAR TOTAL,   *
      * AND THE NET FEES OF ALL THE CUSTOMER SUMMARIES AGAINST IT.    *
      * LIKE GL-EXTRACT'S OWN TOTALS, THE AMOUNTS ARE SUMMED ACROSS   *
      * CURRENCIES.                                                   *
      *****************************************************************
       PRINT-CONTROL-TOTALS.
           COMPUTE WS-CONTROL-DIFF =
               WS-SUMMARY-NET-FEE - WS-CONTROL-FEE
           WRITE REPORT-LINE FROM WS-CONTROL-HDR-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-LINE
           STRING "YEAR: " DELIMITED BY SIZE
                  WS-SUMMARY-YEAR DELIMITED BY SIZE
                  "    RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-CONTROL-COL-HDR
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > 12
               MOVE SPACES TO WS-CL-LABEL
               MOVE WS-PM-PERIOD(WS-PM-IDX) TO WS-CL-PERIOD
               MOVE WS-PM-CLOSE-DATE(WS-PM-IDX) TO WS-CL-DATE
               MOVE WS-PM-ROWS(WS-PM-IDX) TO WS-CL-ROWS
               MOVE WS-PM-FEE(WS-PM-IDX) TO WS-CL-FEE
               WRITE REPORT-LINE FROM WS-CONTROL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE "YEAR FEE REVENUE" TO WS-CL-LABEL
           MOVE WS-YEAR-RECS TO WS-CL-ROWS
           MOVE WS-CONTROL-FEE TO WS-CL-FEE
           WRITE REPORT-LINE FROM WS-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "SUMMARY NET FEES" TO WS-CL-LABEL
           MOVE WS-CUSTOMERS-PRINTED TO WS-CL-ROWS
           MOVE WS-SUMMARY-NET-FEE TO WS-CL-FEE
           WRITE REPORT-LINE FROM WS-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "DIFFERENCE" TO WS-CL-LABEL
           MOVE ZERO TO WS-CL-ROWS
           MOVE WS-CONTROL-DIFF TO WS-CL-FEE
           WRITE REPORT-LINE FROM WS-CONTROL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * SUMMARIES THAT DO NOT ADD BACK TO THE FEE REVENUE ALREADY IN  *
      * THE GL ARE NOT FIT TO SEND, SO THE RUN ABENDS (SAME POSTURE   *
      * AS GL-EXTRACT'S PROVE-JOURNAL-BALANCE).                       *
      *****************************************************************
       PROVE-CONTROL-TOTAL.
           IF WS-CONTROL-DIFF NOT = ZERO
               DISPLAY "======================================"
               DISPLAY "FEE-ANNUAL ABEND"
               DISPLAY "SUMMARIES DO NOT TIE TO GL FEE REVENUE"
               DISPLAY "GL FEE REVENUE:   " WS-CONTROL-FEE
               DISPLAY "SUMMARY NET FEES: " WS-SUMMARY-NET-FEE
               DISPLAY "======================================"
               CLOSE ANNUAL-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "ANNUAL FEE SUMMARY COMPLETE"
           DISPLAY "======================================"
           DISPLAY "SUMMARY YEAR: " WS-SUMMARY-YEAR
           DISPLAY "CLOSING RECORDS READ: " WS-CLOSE-RECS-READ
           DISPLAY "CLOSING RECORDS FOR THE YEAR: " WS-YEAR-RECS
           DISPLAY "CUSTOMER SUMMARIES PRINTED: " WS-CUSTOMERS-PRINTED
           DISPLAY "DETAIL LINES PRINTED: " WS-LINES-PRINTED
           DISPLAY "GL FEE REVENUE CONTROL: " WS-CONTROL-FEE
           DISPLAY "SUMMARY NET FEES:       " WS-SUMMARY-NET-FEE
           DISPLAY "SUMMARIES TIE TO GL FEE REVENUE"
           DISPLAY "======================================"
           CLOSE ANNUAL-REPORT
           IF FEEMTD-AVAILABLE
               CLOSE FEE-MTD-FILE
           END-IF.
