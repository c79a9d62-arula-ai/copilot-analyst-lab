       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BUDGET-RPT.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: FEE REVENUE BUDGET VERSUS ACTUAL, BY CUST-REGION AND *
      * PAYMENT-METHOD, RUN AS OFTEN AS WANTED DURING THE MONTH SO A  *
      * SHORTFALL IS SEEN MID-MONTH INSTEAD OF AFTER THE GL CLOSE.    *
      * BUDGET: FEEBUDG.DAT (SEE FEEBUDG.CPY), ONE WHOLE-MONTH AMOUNT *
      * PER PERIOD, REGION AND METHOD.                                *
      * ACTUAL, MONTH-TO-DATE: FEES.DAT JOINED BACK TO TRANS.DAT THE  *
      * WAY FEE-STATEMENT DOES IT (FE-FINAL-FEE, HOME CURRENCY, FOR   *
      * TRANSACTIONS DATED IN THE MONTH UP TO THE AS-OF DATE). THE    *
      * MONTH'S DAILY FILES ARE CONCATENATED AS THE INPUT.            *
      * ACTUAL, EARLIER MONTHS OF THE YEAR: FEEREVRM.DAT (SEE         *
      * FEEREV.CPY), THE FEE REVENUE MONTHEND STAMPED BY REGION AND   *
      * METHOD WHEN IT CLOSED EACH PERIOD, ALSO IN HOME CURRENCY, SO  *
      * BOTH ACTUALS ARE ON ONE BASIS. A MONTH WITH NOTHING THERE IS  *
      * NAMED ON THE REPORT AS LEFT OUT OF THE YEAR-TO-DATE.          *
      * THE MONTH SECTION SHOWS THE MONTH'S BUDGET, THE BUDGET EARNED *
      * SO FAR (STRAIGHT LINE: DAYS ELAPSED OVER DAYS IN THE MONTH),  *
      * THE ACTUAL, THE DOLLAR AND PERCENTAGE VARIANCE, AND THE       *
      * ACTUAL PROJECTED STRAIGHT-LINE TO MONTH END AGAINST THE       *
      * MONTH'S BUDGET. THE YEAR SECTION SHOWS EARLIER MONTHS' FULL   *
      * BUDGETS PLUS THE BUDGET EARNED SO FAR THIS MONTH AGAINST THE  *
      * YEAR'S ACTUAL. EACH SECTION LISTS EVERY REGION/METHOD PAIR    *
      * WITH A BUDGET OR AN ACTUAL, A SUBTOTAL PER REGION, A TOTAL    *
      * PER METHOD AND THE GRAND TOTAL. ANY LINE MORE THAN THE        *
      * SHORTFALL PERCENTAGE BEHIND ITS BUDGET IS MARKED "** BEHIND"  *
      * AND THE BEHIND REGIONS AND METHODS ARE COUNTED AT THE END.    *
      * SHORTFALL PERCENTAGE: SHORTFALL_PCT ON BUDGPRM.DAT            *
      * (RISKPRM.DAT LAYOUT, RP-THRESHOLD AS A PERCENTAGE, E.G.       *
      * 10.00). WITHOUT THE FILE OR ENTRY 10 PERCENT IS USED.         *
      * COMMAND-LINE PARAMETER: AS-OF DATE AS YYYYMMDD. NO PARAMETER  *
      * MEANS THE RUN DATE.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT FEES-FILE ASSIGN TO "FEES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.
           SELECT FEE-BUDGET-FILE ASSIGN TO "FEEBUDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FB-STATUS.
           SELECT OPTIONAL FEE-REVENUE-FILE ASSIGN TO "FEEREVRM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FR-STATUS.
           SELECT OPTIONAL BUDGET-PARAMS ASSIGN TO "BUDGPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT BUDGET-REPORT ASSIGN TO "FEEBUDRP.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-ID           PIC X(10).
           05  TR-DATE         PIC 9(8).
           05  TR-CUST-ID      PIC X(10).
           05  TR-AMOUNT       PIC S9(7)V99 COMP-3.
           05  TR-TYPE         PIC X(2).
           05  TR-TIER         PIC X(1).
           05  TR-STATUS-CODE  PIC X(2).
           05  TR-ORIG-FEE-AMOUNT PIC S9(5)V99 COMP-3.
           05  TR-REGION       PIC X(2).
           05  TR-CURRENCY     PIC X(3).

       FD  FEES-FILE.
       01  FEES-RECORD.
           05  FE-ID           PIC X(10).
           05  FE-BASE-FEE     PIC S9(5)V99 COMP-3.
           05  FE-DISC-FEE     PIC S9(5)V99 COMP-3.
           05  FE-FINAL-FEE    PIC S9(5)V99 COMP-3.
           05  FE-RISK-SURCHG  PIC S9(5)V99 COMP-3.
           05  FE-CURRENCY     PIC X(3).
           05  FE-FEE-TRANS-CURR PIC S9(5)V99 COMP-3.
           05  FE-WAIVED-FEE   PIC S9(5)V99 COMP-3.

       FD  FEE-BUDGET-FILE.
           COPY "feebudg.cpy".

       FD  FEE-REVENUE-FILE.
           COPY "feerev.cpy".

       FD  BUDGET-PARAMS.
       01  RISK-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

       FD  BUDGET-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS     PIC XX.
               88  TRANS-OK        VALUE "00".
               88  TRANS-EOF       VALUE "10".
               88  TRANS-ERROR     VALUE "30" THRU "99".
           05  WS-FEES-STATUS      PIC XX.
               88  FEES-OK         VALUE "00".
               88  FEES-EOF        VALUE "10".
               88  FEES-ERROR      VALUE "30" THRU "99".
           05  WS-FB-STATUS        PIC XX.
               88  FB-OK           VALUE "00".
           05  WS-FR-STATUS        PIC XX.
               88  FR-OK           VALUE "00".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".

       01  WS-COUNTERS.
           05  WS-FEES-READ        PIC 9(8) VALUE ZERO.
           05  WS-FEES-IN-MONTH    PIC 9(8) VALUE ZERO.
           05  WS-ORPHAN-FEES      PIC 9(6) VALUE ZERO.
           05  WS-BUDGET-ROWS      PIC 9(6) VALUE ZERO.
           05  WS-REVENUE-ROWS     PIC 9(6) VALUE ZERO.
           05  WS-MISSING-MONTHS   PIC 9(2) VALUE ZERO.
           05  WS-REGIONS-BEHIND   PIC 9(2) VALUE ZERO.
           05  WS-METHODS-BEHIND   PIC 9(2) VALUE ZERO.
           05  WS-LINES-BEHIND     PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-TRANS-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-FEES-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-SCAN-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-BEHIND-FLAG      PIC X VALUE 'N'.
               88  LINE-BEHIND     VALUE 'Y'.
           05  WS-PCT-VALID-FLAG   PIC X VALUE 'N'.
               88  PCT-VALID       VALUE 'Y'.
           05  WS-CELL-ACTIVE-FLAG PIC X VALUE 'N'.

      *****************************************************************
      * AS-OF DATE AND THE MONTH IT FALLS IN. RUN_DATE OVERRIDES THE  *
      * SYSTEM DATE THE SAME WAY IT DOES FOR THE NIGHTLY PROGRAMS.    *
      * WS-DAYS-ELAPSED IS THE AS-OF DAY OF THE MONTH (THE AS-OF DATE *
      * COUNTS AS EARNED); WS-DAYS-IN-MONTH COMES FROM THE CALENDAR.  *
      *****************************************************************
       01  WS-AS-OF-DATE           PIC 9(8).
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR       PIC 9(4).
           05  WS-AS-OF-MONTH      PIC 9(2).
           05  WS-AS-OF-DAY        PIC 9(2).
       01  WS-REPORT-PERIOD        PIC 9(6).
       01  WS-YEAR-START-PERIOD    PIC 9(6).
       01  WS-MONTH-START-DATE     PIC 9(8).
       01  WS-NEXT-MONTH-DATE      PIC 9(8).
       01  WS-DAYS-ELAPSED         PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-PARM-RAW             PIC X(8).

      *****************************************************************
      * SHORTFALL PERCENTAGE FROM BUDGPRM.DAT. A LINE IS BEHIND WHEN  *
      * ITS VARIANCE IS MORE THAN THIS PERCENTAGE OF ITS BUDGET BELOW *
      * ZERO.                                                         *
      *****************************************************************
       01  WS-SHORTFALL-PCT        PIC 9(3)V99 VALUE 10.
       01  WS-SHORTFALL-SET        PIC X VALUE 'N'.

      *****************************************************************
      * REGION AND METHOD CODE TABLES. THE LAST REAL SLOT IN EACH IS  *
      * THE OTHER BUCKET (CODE ??) SO A CODE THE LAYOUT DOES NOT KNOW *
      * STILL TIES TO THE TOTAL; THE SLOT AFTER IT IS THE ALL-REGIONS *
      * OR ALL-METHODS TOTAL.                                         *
      *****************************************************************
       01  WS-REGION-TABLE.
           05  WS-RG-ENTRY OCCURS 7 TIMES.
               10  WS-RG-CODE      PIC X(2).
               10  WS-RG-LABEL     PIC X(8).
               10  WS-RG-BEHIND    PIC X(1).
       01  WS-METHOD-TABLE.
           05  WS-MT-ENTRY OCCURS 6 TIMES.
               10  WS-MT-CODE      PIC X(2).
               10  WS-MT-LABEL     PIC X(8).
               10  WS-MT-BEHIND    PIC X(1).
       01  WS-RG-SUB               PIC 9(2) COMP.
       01  WS-MT-SUB               PIC 9(2) COMP.
       01  WS-TO-RG                PIC 9(2) COMP.
       01  WS-TO-MT                PIC 9(2) COMP.
       01  WS-LOOKUP-REGION        PIC X(2).
       01  WS-LOOKUP-METHOD        PIC X(2).
       01  WS-RG-TOTAL-SLOT        PIC 9(2) COMP VALUE 7.
       01  WS-MT-TOTAL-SLOT        PIC 9(2) COMP VALUE 6.

      *****************************************************************
      * BUDGET AND ACTUAL BY REGION (ROW) AND METHOD (COLUMN), WITH   *
      * ROW 7 AND COLUMN 6 HOLDING THE TOTALS. "PRIOR" IS THE EARLIER *
      * MONTHS OF THE YEAR; "MONTH" AND "MTD" ARE THE AS-OF MONTH.    *
      *****************************************************************
       01  WS-BUDGET-MATRIX.
           05  WS-BR-ROW OCCURS 7 TIMES.
               10  WS-BC-CELL OCCURS 6 TIMES.
                   15  WS-BC-MONTH-BUDGET  PIC S9(11)V99 COMP-3.
                   15  WS-BC-PRIOR-BUDGET  PIC S9(11)V99 COMP-3.
                   15  WS-BC-MTD-ACTUAL    PIC S9(11)V99 COMP-3.
                   15  WS-BC-PRIOR-ACTUAL  PIC S9(11)V99 COMP-3.
                   15  WS-BC-MTD-COUNT     PIC 9(8).

      *****************************************************************
      * ONE SWITCH PER MONTH OF THE YEAR: 'Y' WHEN FEEREVRM.DAT HOLDS *
      * AT LEAST ONE ROW FOR IT.                                      *
      *****************************************************************
       01  WS-MONTH-FOUND-TABLE.
           05  WS-MF-FOUND OCCURS 12 TIMES PIC X(1).
       01  WS-MF-SUB               PIC 9(2) COMP.
       01  WS-SCAN-MONTH           PIC 9(2).

       01  WS-LINE-FIGURES.
           05  WS-LF-MONTH-BUDGET  PIC S9(11)V99 COMP-3.
           05  WS-LF-EARNED-BUDGET PIC S9(11)V99 COMP-3.
           05  WS-LF-ACTUAL        PIC S9(11)V99 COMP-3.
           05  WS-LF-VARIANCE      PIC S9(11)V99 COMP-3.
           05  WS-LF-PROJECTED     PIC S9(11)V99 COMP-3.
           05  WS-LF-PROJ-VARIANCE PIC S9(11)V99 COMP-3.
           05  WS-LF-PCT           PIC S9(5)V9 COMP-3.
           05  WS-LF-PCT-VARIANCE  PIC S9(11)V99 COMP-3.
           05  WS-LF-PCT-BASE      PIC S9(11)V99 COMP-3.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(44) VALUE SPACES.
               10  FILLER          PIC X(44)
                   VALUE "FEE REVENUE BUDGET VERSUS ACTUAL".
               10  FILLER          PIC X(44) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(7) VALUE "AS OF: ".
               10  WS-H2-AS-OF     PIC 9(8).
               10  FILLER          PIC X(10) VALUE "  PERIOD: ".
               10  WS-H2-PERIOD    PIC 9(6).
               10  FILLER          PIC X(6) VALUE "  DAY ".
               10  WS-H2-ELAPSED   PIC Z9.
               10  FILLER          PIC X(4) VALUE " OF ".
               10  WS-H2-DAYS      PIC Z9.
               10  FILLER          PIC X(24)
                   VALUE "  SHORTFALL THRESHOLD: ".
               10  WS-H2-PCT       PIC ZZ9.99.
               10  FILLER          PIC X(1) VALUE "%".
               10  FILLER          PIC X(56) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SECTION-TEXT PIC X(60).
               10  FILLER          PIC X(72) VALUE SPACES.
           05  WS-MTD-COLUMN-HDR.
               10  FILLER          PIC X(8)  VALUE "REGION".
               10  FILLER          PIC X(8)  VALUE "METHOD".
               10  FILLER          PIC X(17)
                   VALUE "   MONTH BUDGET".
               10  FILLER          PIC X(17)
                   VALUE " BUDGET TO DATE".
               10  FILLER          PIC X(17)
                   VALUE "     MTD ACTUAL".
               10  FILLER          PIC X(17)
                   VALUE "       VARIANCE".
               10  FILLER          PIC X(9)  VALUE "   VAR %".
               10  FILLER          PIC X(17)
                   VALUE "      PROJECTED".
               10  FILLER          PIC X(9)  VALUE "  PROJ %".
               10  FILLER          PIC X(13) VALUE SPACES.
           05  WS-YTD-COLUMN-HDR.
               10  FILLER          PIC X(8)  VALUE "REGION".
               10  FILLER          PIC X(8)  VALUE "METHOD".
               10  FILLER          PIC X(17)
                   VALUE "     YTD BUDGET".
               10  FILLER          PIC X(17)
                   VALUE "     YTD ACTUAL".
               10  FILLER          PIC X(17)
                   VALUE "       VARIANCE".
               10  FILLER          PIC X(9)  VALUE "   VAR %".
               10  FILLER          PIC X(56) VALUE SPACES.

       01  WS-MTD-LINE.
           05  WS-ML-REGION        PIC X(8).
           05  WS-ML-METHOD        PIC X(8).
           05  WS-ML-MONTH-BUDGET  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-EARNED-BUDGET PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-VAR-PCT       PIC ZZZZ9.9-.
           05  WS-ML-VAR-PCT-X REDEFINES WS-ML-VAR-PCT PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ML-PROJECTED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-PROJ-PCT      PIC ZZZZ9.9-.
           05  WS-ML-PROJ-PCT-X REDEFINES WS-ML-PROJ-PCT PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-FLAG          PIC X(9).
           05  FILLER              PIC X(3) VALUE SPACES.

       01  WS-YTD-LINE.
           05  WS-YL-REGION        PIC X(8).
           05  WS-YL-METHOD        PIC X(8).
           05  WS-YL-BUDGET        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-YL-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-YL-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-YL-VAR-PCT       PIC ZZZZ9.9-.
           05  WS-YL-VAR-PCT-X REDEFINES WS-YL-VAR-PCT PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-YL-FLAG          PIC X(9).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  WS-NOTE-TEXT        PIC X(80).
           05  FILLER              PIC X(52) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-BUDGET-PARAMETERS
           PERFORM INIT-CODE-TABLES
           PERFORM LOAD-BUDGETS
           PERFORM LOAD-CLOSED-REVENUE
           PERFORM LOAD-MONTH-TO-DATE
           PERFORM ROLL-UP-TOTALS
           OPEN OUTPUT BUDGET-REPORT
           PERFORM PRINT-HEADINGS
           PERFORM PRINT-MONTH-SECTION
           PERFORM PRINT-YEAR-SECTION
           PERFORM PRINT-SHORTFALL-SUMMARY
           PERFORM CLOSE-PROCESS
           STOP RUN.

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
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-PARM-RAW TO WS-AS-OF-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
               DISPLAY "INVALID AS-OF DATE: " WS-PARM-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE(1:6) TO WS-REPORT-PERIOD
           COMPUTE WS-YEAR-START-PERIOD = WS-AS-OF-YEAR * 100 + 1
           COMPUTE WS-MONTH-START-DATE =
               WS-REPORT-PERIOD * 100 + 1
           IF WS-AS-OF-MONTH = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-AS-OF-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE =
                   WS-MONTH-START-DATE + 100
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE)
           MOVE WS-AS-OF-DAY TO WS-DAYS-ELAPSED.

      *****************************************************************
      * THE SHORTFALL PERCENTAGE IS A MANAGEMENT CHOICE, NOT A        *
      * REGULATORY NUMBER, SO A MISSING FILE OR ENTRY FALLS BACK TO   *
      * 10 PERCENT WITH A WARNING. AN ENTRY THAT IS THERE BUT NOT     *
      * BETWEEN 0 AND 100 ENDS THE RUN WITH RETURN CODE 8.            *
      *****************************************************************
       LOAD-BUDGET-PARAMETERS.
           OPEN INPUT BUDGET-PARAMS
           IF NOT PRM-OK
               DISPLAY "WARNING: BUDGPRM.DAT NOT AVAILABLE - "
                   "SHORTFALL THRESHOLD 10 PERCENT"
               EXIT PARAGRAPH
           END-IF
           READ BUDGET-PARAMS
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PRM-OK
               EVALUATE RP-PARAM-TYPE
                   WHEN "SHORTFALL_PCT"
                       IF RP-THRESHOLD NOT > ZERO
                               OR RP-THRESHOLD NOT < 100
                           DISPLAY "BUDGPRM.DAT: SHORTFALL_PCT NOT "
                               "BETWEEN 0 AND 100"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE RP-THRESHOLD TO WS-SHORTFALL-PCT
                       MOVE 'Y' TO WS-SHORTFALL-SET
                   WHEN OTHER
                       DISPLAY "WARNING: UNKNOWN BUDGET PARAMETER "
                           RP-PARAM-TYPE
               END-EVALUATE
               READ BUDGET-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE BUDGET-PARAMS
           IF WS-SHORTFALL-SET = 'N'
               DISPLAY "WARNING: SHORTFALL_PCT NOT ON BUDGPRM.DAT - "
                   "SHORTFALL THRESHOLD 10 PERCENT"
           END-IF.

       INIT-CODE-TABLES.
           MOVE "NO"       TO WS-RG-CODE(1)
           MOVE "NORTH"    TO WS-RG-LABEL(1)
           MOVE "SO"       TO WS-RG-CODE(2)
           MOVE "SOUTH"    TO WS-RG-LABEL(2)
           MOVE "EA"       TO WS-RG-CODE(3)
           MOVE "EAST"     TO WS-RG-LABEL(3)
           MOVE "WE"       TO WS-RG-CODE(4)
           MOVE "WEST"     TO WS-RG-LABEL(4)
           MOVE "CE"       TO WS-RG-CODE(5)
           MOVE "CENTRAL"  TO WS-RG-LABEL(5)
           MOVE "??"       TO WS-RG-CODE(6)
           MOVE "OTHER"    TO WS-RG-LABEL(6)
           MOVE SPACES     TO WS-RG-CODE(7)
           MOVE "ALL"      TO WS-RG-LABEL(7)
           MOVE "CR"       TO WS-MT-CODE(1)
           MOVE "CREDIT"   TO WS-MT-LABEL(1)
           MOVE "DB"       TO WS-MT-CODE(2)
           MOVE "DEBIT"    TO WS-MT-LABEL(2)
           MOVE "WR"       TO WS-MT-CODE(3)
           MOVE "WIRE"     TO WS-MT-LABEL(3)
           MOVE "CA"       TO WS-MT-CODE(4)
           MOVE "CASH"     TO WS-MT-LABEL(4)
           MOVE "??"       TO WS-MT-CODE(5)
           MOVE "OTHER"    TO WS-MT-LABEL(5)
           MOVE SPACES     TO WS-MT-CODE(6)
           MOVE "ALL"      TO WS-MT-LABEL(6)
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-TOTAL-SLOT
               MOVE 'N' TO WS-RG-BEHIND(WS-RG-SUB)
               PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                       UNTIL WS-MT-SUB > WS-MT-TOTAL-SLOT
                   MOVE 'N' TO WS-MT-BEHIND(WS-MT-SUB)
                   MOVE ZERO TO WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB)
                   MOVE ZERO TO WS-BC-PRIOR-BUDGET(WS-RG-SUB WS-MT-SUB)
                   MOVE ZERO TO WS-BC-MTD-ACTUAL(WS-RG-SUB WS-MT-SUB)
                   MOVE ZERO TO WS-BC-PRIOR-ACTUAL(WS-RG-SUB WS-MT-SUB)
                   MOVE ZERO TO WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1 UNTIL WS-MF-SUB > 12
               MOVE 'N' TO WS-MF-FOUND(WS-MF-SUB)
           END-PERFORM.

      *****************************************************************
      * MAP A REGION CODE (WS-LOOKUP-REGION) AND A METHOD CODE        *
      * (WS-LOOKUP-METHOD) TO THEIR MATRIX SLOTS; AN UNKNOWN CODE     *
      * FALLS THROUGH TO THE OTHER SLOT.                              *
      *****************************************************************
       FIND-MATRIX-CELL.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > 5
               IF WS-RG-CODE(WS-RG-SUB) = WS-LOOKUP-REGION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > 4
               IF WS-MT-CODE(WS-MT-SUB) = WS-LOOKUP-METHOD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * BUDGET ROWS FROM JANUARY OF THE AS-OF YEAR THROUGH THE AS-OF  *
      * MONTH. WITHOUT THE BUDGET FILE THERE IS NOTHING TO COMPARE,   *
      * SO THE RUN ENDS WITH RETURN CODE 8.                           *
      *****************************************************************
       LOAD-BUDGETS.
           OPEN INPUT FEE-BUDGET-FILE
           IF NOT FB-OK
               DISPLAY "FEEBUDG.DAT NOT AVAILABLE - BUDGET REPORT NOT "
                   "RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-YEAR-START-PERIOD TO FB-PERIOD
           MOVE LOW-VALUES TO FB-REGION
           MOVE LOW-VALUES TO FB-PAY-METHOD
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START FEE-BUDGET-FILE KEY IS NOT LESS THAN FB-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
               READ FEE-BUDGET-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-READ
               IF WS-SCAN-EOF-FLAG = 'N'
                   IF FB-PERIOD > WS-REPORT-PERIOD
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       PERFORM POST-BUDGET-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEE-BUDGET-FILE.

       POST-BUDGET-ROW.
           ADD 1 TO WS-BUDGET-ROWS
           MOVE FB-REGION TO WS-LOOKUP-REGION
           MOVE FB-PAY-METHOD TO WS-LOOKUP-METHOD
           PERFORM FIND-MATRIX-CELL
           IF FB-PERIOD = WS-REPORT-PERIOD
               ADD FB-BUDGET-FEE
                   TO WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB)
           ELSE
               ADD FB-BUDGET-FEE
                   TO WS-BC-PRIOR-BUDGET(WS-RG-SUB WS-MT-SUB)
           END-IF.

      *****************************************************************
      * CLOSED FEE REVENUE FOR THE EARLIER MONTHS OF THE YEAR. THE    *
      * FILE IS OPTIONAL - BEFORE THE FIRST CLOSE OF THE YEAR THERE   *
      * IS NOTHING TO READ - AND EVERY EARLIER MONTH WITH NO ROW IS   *
      * NAMED ON THE REPORT.                                          *
      *****************************************************************
       LOAD-CLOSED-REVENUE.
           IF WS-AS-OF-MONTH = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FEE-REVENUE-FILE
           IF NOT FR-OK
               DISPLAY "WARNING: FEEREVRM.DAT NOT AVAILABLE - "
                   "NO CLOSED MONTHS IN YEAR-TO-DATE ACTUAL"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-START-PERIOD TO FR-PERIOD
           MOVE LOW-VALUES TO FR-REGION
           MOVE LOW-VALUES TO FR-PAY-METHOD
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           START FEE-REVENUE-FILE KEY IS NOT LESS THAN FR-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
               READ FEE-REVENUE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-READ
               IF WS-SCAN-EOF-FLAG = 'N'
                   IF FR-PERIOD NOT < WS-REPORT-PERIOD
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       PERFORM POST-REVENUE-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FEE-REVENUE-FILE.

       POST-REVENUE-ROW.
           ADD 1 TO WS-REVENUE-ROWS
           MOVE FR-PERIOD(5:2) TO WS-SCAN-MONTH
           MOVE 'Y' TO WS-MF-FOUND(WS-SCAN-MONTH)
           MOVE FR-REGION TO WS-LOOKUP-REGION
           MOVE FR-PAY-METHOD TO WS-LOOKUP-METHOD
           PERFORM FIND-MATRIX-CELL
           ADD FR-TOTAL-FEE TO WS-BC-PRIOR-ACTUAL(WS-RG-SUB WS-MT-SUB).

      *****************************************************************
      * MONTH-TO-DATE ACTUALS. FEES.DAT DRIVES: FOR EACH FEE ROW,     *
      * ADVANCE TRANS.DAT UNTIL TR-ID = FE-ID (SAME JOIN AS           *
      * FEE-STATEMENT). ONLY TRANSACTIONS DATED IN THE AS-OF MONTH,   *
      * ON OR BEFORE THE AS-OF DATE, COUNT.                           *
      *****************************************************************
       LOAD-MONTH-TO-DATE.
           OPEN INPUT TRANS-FILE
           OPEN INPUT FEES-FILE
           PERFORM READ-FEE
           PERFORM UNTIL WS-FEES-EOF-FLAG = 'Y'
               PERFORM FIND-MATCHING-TRANS
               IF WS-TRANS-EOF-FLAG = 'N' AND TR-ID = FE-ID
                   IF TR-DATE(1:6) = WS-REPORT-PERIOD
                           AND TR-DATE NOT > WS-AS-OF-DATE
                       PERFORM POST-FEE-ROW
                   END-IF
               ELSE
                   ADD 1 TO WS-ORPHAN-FEES
               END-IF
               PERFORM READ-FEE
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE FEES-FILE.

       POST-FEE-ROW.
           ADD 1 TO WS-FEES-IN-MONTH
           MOVE TR-REGION TO WS-LOOKUP-REGION
           MOVE TR-TYPE TO WS-LOOKUP-METHOD
           PERFORM FIND-MATRIX-CELL
           ADD FE-FINAL-FEE TO WS-BC-MTD-ACTUAL(WS-RG-SUB WS-MT-SUB)
           ADD 1 TO WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB).

       FIND-MATCHING-TRANS.
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 'Y'
                   OR TR-ID = FE-ID
               PERFORM READ-TRANS
           END-PERFORM.

       READ-TRANS.
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
           END-READ
           IF TRANS-ERROR
               DISPLAY "FILE ERROR ON TRANS.DAT: " WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-FEE.
           READ FEES-FILE
               AT END MOVE 'Y' TO WS-FEES-EOF-FLAG
           END-READ
           IF FEES-ERROR
               DISPLAY "FILE ERROR ON FEES.DAT: " WS-FEES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FEES-EOF-FLAG = 'N'
               ADD 1 TO WS-FEES-READ
           END-IF.

      *****************************************************************
      * ADD EVERY REAL CELL INTO ITS REGION TOTAL (COLUMN 6), ITS     *
      * METHOD TOTAL (ROW 7) AND THE GRAND TOTAL (ROW 7, COLUMN 6).   *
      *****************************************************************
       ROLL-UP-TOTALS.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1 UNTIL WS-RG-SUB > 6
               PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                       UNTIL WS-MT-SUB > 5
                   MOVE WS-RG-SUB TO WS-TO-RG
                   MOVE WS-MT-TOTAL-SLOT TO WS-TO-MT
                   PERFORM ADD-CELL-TO-TOTAL
                   MOVE WS-RG-TOTAL-SLOT TO WS-TO-RG
                   MOVE WS-MT-SUB TO WS-TO-MT
                   PERFORM ADD-CELL-TO-TOTAL
                   MOVE WS-MT-TOTAL-SLOT TO WS-TO-MT
                   PERFORM ADD-CELL-TO-TOTAL
               END-PERFORM
           END-PERFORM.

       ADD-CELL-TO-TOTAL.
           ADD WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB)
               TO WS-BC-MONTH-BUDGET(WS-TO-RG WS-TO-MT)
           ADD WS-BC-PRIOR-BUDGET(WS-RG-SUB WS-MT-SUB)
               TO WS-BC-PRIOR-BUDGET(WS-TO-RG WS-TO-MT)
           ADD WS-BC-MTD-ACTUAL(WS-RG-SUB WS-MT-SUB)
               TO WS-BC-MTD-ACTUAL(WS-TO-RG WS-TO-MT)
           ADD WS-BC-PRIOR-ACTUAL(WS-RG-SUB WS-MT-SUB)
               TO WS-BC-PRIOR-ACTUAL(WS-TO-RG WS-TO-MT)
           ADD WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB)
               TO WS-BC-MTD-COUNT(WS-TO-RG WS-TO-MT).

       PRINT-HEADINGS.
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-AS-OF-DATE TO WS-H2-AS-OF
           MOVE WS-REPORT-PERIOD TO WS-H2-PERIOD
           MOVE WS-DAYS-ELAPSED TO WS-H2-ELAPSED
           MOVE WS-DAYS-IN-MONTH TO WS-H2-DAYS
           MOVE WS-SHORTFALL-PCT TO WS-H2-PCT
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB NOT < WS-AS-OF-MONTH
               IF WS-MF-FOUND(WS-MF-SUB) = 'N'
                   PERFORM PRINT-MISSING-MONTH
               END-IF
           END-PERFORM.

       PRINT-MISSING-MONTH.
           ADD 1 TO WS-MISSING-MONTHS
           MOVE WS-MF-SUB TO WS-SCAN-MONTH
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "NOTE: NO CLOSED FEE REVENUE FOR PERIOD "
                      DELIMITED BY SIZE
                  WS-AS-OF-YEAR DELIMITED BY SIZE
                  WS-SCAN-MONTH DELIMITED BY SIZE
                  " - LEFT OUT OF YEAR-TO-DATE ACTUAL"
                      DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           END-STRING
           WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER ADVANCING 1 LINE.

      *****************************************************************
      * MONTH SECTION: PER REGION, ITS ACTIVE PAIRS THEN THE REGION   *
      * SUBTOTAL; THEN THE METHOD TOTALS AND THE GRAND TOTAL. A       *
      * REGION OR METHOD TOTAL MARKED BEHIND HERE IS WHAT THE SUMMARY *
      * COUNTS.                                                       *
      *****************************************************************
       PRINT-MONTH-SECTION.
           MOVE "MONTH-TO-DATE" TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-MTD-COLUMN-HDR
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1 UNTIL WS-RG-SUB > 6
               PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                       UNTIL WS-MT-SUB > 5
                   IF WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB)
                           NOT = ZERO
                       OR WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB) > ZERO
                       PERFORM PRINT-MTD-LINE
                   END-IF
               END-PERFORM
               MOVE WS-MT-TOTAL-SLOT TO WS-MT-SUB
               IF WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB) NOT = ZERO
                   OR WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB) > ZERO
                   PERFORM PRINT-MTD-LINE
                   IF LINE-BEHIND
                       MOVE 'Y' TO WS-RG-BEHIND(WS-RG-SUB)
                   END-IF
                   WRITE REPORT-LINE FROM SPACES
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE WS-RG-TOTAL-SLOT TO WS-RG-SUB
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-TOTAL-SLOT
               IF WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB) NOT = ZERO
                   OR WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB) > ZERO
                   OR WS-MT-SUB = WS-MT-TOTAL-SLOT
                   PERFORM PRINT-MTD-LINE
                   IF LINE-BEHIND AND WS-MT-SUB < WS-MT-TOTAL-SLOT
                       MOVE 'Y' TO WS-MT-BEHIND(WS-MT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * ONE MONTH LINE FOR CELL (WS-RG-SUB, WS-MT-SUB). BUDGET TO     *
      * DATE IS THE MONTH'S BUDGET TIMES DAYS ELAPSED OVER DAYS IN    *
      * THE MONTH; THE PROJECTION IS THE ACTUAL TIMES DAYS IN THE     *
      * MONTH OVER DAYS ELAPSED. THE LINE IS BEHIND WHEN THE          *
      * PROJECTION FALLS SHORT OF THE MONTH'S BUDGET BY MORE THAN THE *
      * SHORTFALL PERCENTAGE - THE SAME TEST AS ACTUAL AGAINST BUDGET *
      * TO DATE.                                                      *
      *****************************************************************
       PRINT-MTD-LINE.
           MOVE WS-RG-LABEL(WS-RG-SUB) TO WS-ML-REGION
           MOVE WS-MT-LABEL(WS-MT-SUB) TO WS-ML-METHOD
           MOVE WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB)
               TO WS-LF-MONTH-BUDGET
           MOVE WS-BC-MTD-ACTUAL(WS-RG-SUB WS-MT-SUB) TO WS-LF-ACTUAL
           COMPUTE WS-LF-EARNED-BUDGET ROUNDED =
               WS-LF-MONTH-BUDGET * WS-DAYS-ELAPSED / WS-DAYS-IN-MONTH
           COMPUTE WS-LF-VARIANCE =
               WS-LF-ACTUAL - WS-LF-EARNED-BUDGET
           COMPUTE WS-LF-PROJECTED ROUNDED =
               WS-LF-ACTUAL * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
           COMPUTE WS-LF-PROJ-VARIANCE =
               WS-LF-PROJECTED - WS-LF-MONTH-BUDGET
           MOVE WS-LF-MONTH-BUDGET TO WS-ML-MONTH-BUDGET
           MOVE WS-LF-EARNED-BUDGET TO WS-ML-EARNED-BUDGET
           MOVE WS-LF-ACTUAL TO WS-ML-ACTUAL
           MOVE WS-LF-VARIANCE TO WS-ML-VARIANCE
           MOVE WS-LF-PROJECTED TO WS-ML-PROJECTED
           MOVE WS-LF-VARIANCE TO WS-LF-PCT-VARIANCE
           MOVE WS-LF-EARNED-BUDGET TO WS-LF-PCT-BASE
           PERFORM COMPUTE-VARIANCE-PCT
           IF PCT-VALID
               MOVE WS-LF-PCT TO WS-ML-VAR-PCT
           ELSE
               MOVE "     N/A" TO WS-ML-VAR-PCT-X
           END-IF
           MOVE WS-LF-PROJ-VARIANCE TO WS-LF-PCT-VARIANCE
           MOVE WS-LF-MONTH-BUDGET TO WS-LF-PCT-BASE
           PERFORM COMPUTE-VARIANCE-PCT
           IF PCT-VALID
               MOVE WS-LF-PCT TO WS-ML-PROJ-PCT
           ELSE
               MOVE "     N/A" TO WS-ML-PROJ-PCT-X
           END-IF
           PERFORM TEST-BEHIND
           IF LINE-BEHIND
               MOVE "** BEHIND" TO WS-ML-FLAG
           ELSE
               MOVE SPACES TO WS-ML-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-MTD-LINE AFTER ADVANCING 1 LINE.

      *****************************************************************
      * PERCENTAGE OF WS-LF-PCT-VARIANCE OVER WS-LF-PCT-BASE (ITS     *
      * BUDGET). THERE IS NO PERCENTAGE AGAINST A ZERO OR NEGATIVE    *
      * BUDGET, OR ONE TOO LARGE TO PRINT.                            *
      *****************************************************************
       COMPUTE-VARIANCE-PCT.
           MOVE 'N' TO WS-PCT-VALID-FLAG
           IF WS-LF-PCT-BASE > ZERO
               MOVE 'Y' TO WS-PCT-VALID-FLAG
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-LF-PCT-VARIANCE * 100 / WS-LF-PCT-BASE
                   ON SIZE ERROR MOVE 'N' TO WS-PCT-VALID-FLAG
               END-COMPUTE
           END-IF.

      *****************************************************************
      * BEHIND TEST FOR THE VARIANCE IN WS-LF-PCT-VARIANCE AGAINST    *
      * THE BUDGET IN WS-LF-PCT-BASE: THE SHORTFALL IS MORE THAN THE  *
      * SHORTFALL PERCENTAGE OF THE BUDGET. NO BUDGET, NEVER BEHIND.  *
      *****************************************************************
       TEST-BEHIND.
           MOVE 'N' TO WS-BEHIND-FLAG
           IF WS-LF-PCT-BASE > ZERO
               IF WS-LF-PCT-VARIANCE * -100 >
                       WS-LF-PCT-BASE * WS-SHORTFALL-PCT
                   MOVE 'Y' TO WS-BEHIND-FLAG
                   ADD 1 TO WS-LINES-BEHIND
               END-IF
           END-IF.

      *****************************************************************
      * YEAR SECTION, SAME SHAPE AS THE MONTH SECTION.                *
      *****************************************************************
       PRINT-YEAR-SECTION.
           MOVE "YEAR-TO-DATE" TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-YTD-COLUMN-HDR
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1 UNTIL WS-RG-SUB > 6
               PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                       UNTIL WS-MT-SUB > 5
                   PERFORM TEST-YEAR-CELL-ACTIVE
                   IF WS-CELL-ACTIVE-FLAG = 'Y'
                       PERFORM PRINT-YTD-LINE
                   END-IF
               END-PERFORM
               MOVE WS-MT-TOTAL-SLOT TO WS-MT-SUB
               PERFORM TEST-YEAR-CELL-ACTIVE
               IF WS-CELL-ACTIVE-FLAG = 'Y'
                   PERFORM PRINT-YTD-LINE
                   IF LINE-BEHIND
                       MOVE 'Y' TO WS-RG-BEHIND(WS-RG-SUB)
                   END-IF
                   WRITE REPORT-LINE FROM SPACES
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE WS-RG-TOTAL-SLOT TO WS-RG-SUB
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-TOTAL-SLOT
               PERFORM TEST-YEAR-CELL-ACTIVE
               IF WS-CELL-ACTIVE-FLAG = 'Y'
                       OR WS-MT-SUB = WS-MT-TOTAL-SLOT
                   PERFORM PRINT-YTD-LINE
                   IF LINE-BEHIND AND WS-MT-SUB < WS-MT-TOTAL-SLOT
                       MOVE 'Y' TO WS-MT-BEHIND(WS-MT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       TEST-YEAR-CELL-ACTIVE.
           MOVE 'N' TO WS-CELL-ACTIVE-FLAG
           IF WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB) NOT = ZERO
                   OR WS-BC-PRIOR-BUDGET(WS-RG-SUB WS-MT-SUB)
                       NOT = ZERO
                   OR WS-BC-PRIOR-ACTUAL(WS-RG-SUB WS-MT-SUB)
                       NOT = ZERO
                   OR WS-BC-MTD-COUNT(WS-RG-SUB WS-MT-SUB) > ZERO
               MOVE 'Y' TO WS-CELL-ACTIVE-FLAG
           END-IF.

       PRINT-YTD-LINE.
           MOVE WS-RG-LABEL(WS-RG-SUB) TO WS-YL-REGION
           MOVE WS-MT-LABEL(WS-MT-SUB) TO WS-YL-METHOD
           COMPUTE WS-LF-EARNED-BUDGET ROUNDED =
               WS-BC-MONTH-BUDGET(WS-RG-SUB WS-MT-SUB)
               * WS-DAYS-ELAPSED / WS-DAYS-IN-MONTH
           COMPUTE WS-LF-MONTH-BUDGET =
               WS-BC-PRIOR-BUDGET(WS-RG-SUB WS-MT-SUB)
               + WS-LF-EARNED-BUDGET
           COMPUTE WS-LF-ACTUAL =
               WS-BC-PRIOR-ACTUAL(WS-RG-SUB WS-MT-SUB)
               + WS-BC-MTD-ACTUAL(WS-RG-SUB WS-MT-SUB)
           COMPUTE WS-LF-VARIANCE = WS-LF-ACTUAL - WS-LF-MONTH-BUDGET
           MOVE WS-LF-MONTH-BUDGET TO WS-YL-BUDGET
           MOVE WS-LF-ACTUAL TO WS-YL-ACTUAL
           MOVE WS-LF-VARIANCE TO WS-YL-VARIANCE
           MOVE WS-LF-VARIANCE TO WS-LF-PCT-VARIANCE
           MOVE WS-LF-MONTH-BUDGET TO WS-LF-PCT-BASE
           PERFORM COMPUTE-VARIANCE-PCT
           IF PCT-VALID
               MOVE WS-LF-PCT TO WS-YL-VAR-PCT
           ELSE
               MOVE "     N/A" TO WS-YL-VAR-PCT-X
           END-IF
           PERFORM TEST-BEHIND
           IF LINE-BEHIND
               MOVE "** BEHIND" TO WS-YL-FLAG
           ELSE
               MOVE SPACES TO WS-YL-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-YTD-LINE AFTER ADVANCING 1 LINE.

      *****************************************************************
      * SHORTFALL SUMMARY: THE REGIONS AND METHODS WHOSE TOTAL LINE   *
      * IS BEHIND IN EITHER SECTION, SO SALES MANAGEMENT SEES THEM    *
      * WITHOUT READING EVERY LINE.                                   *
      *****************************************************************
       PRINT-SHORTFALL-SUMMARY.
           MOVE "SHORTFALL SUMMARY" TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1 UNTIL WS-RG-SUB > 6
               IF WS-RG-BEHIND(WS-RG-SUB) = 'Y'
                   ADD 1 TO WS-REGIONS-BEHIND
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "REGION BEHIND BUDGET: " DELIMITED BY SIZE
                          WS-RG-LABEL(WS-RG-SUB) DELIMITED BY SPACE
                       INTO WS-NOTE-TEXT
                   END-STRING
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1 UNTIL WS-MT-SUB > 5
               IF WS-MT-BEHIND(WS-MT-SUB) = 'Y'
                   ADD 1 TO WS-METHODS-BEHIND
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "METHOD BEHIND BUDGET: " DELIMITED BY SIZE
                          WS-MT-LABEL(WS-MT-SUB) DELIMITED BY SPACE
                       INTO WS-NOTE-TEXT
                   END-STRING
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF WS-REGIONS-BEHIND = ZERO AND WS-METHODS-BEHIND = ZERO
               MOVE "NO REGION OR METHOD IS BEHIND BUDGET"
                   TO WS-NOTE-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "FEE BUDGET VERSUS ACTUAL COMPLETE"
           DISPLAY "======================================"
           DISPLAY "AS-OF DATE: " WS-AS-OF-DATE
           DISPLAY "BUDGET ROWS READ: " WS-BUDGET-ROWS
           DISPLAY "CLOSED REVENUE ROWS READ: " WS-REVENUE-ROWS
           DISPLAY "FEE RECORDS READ: " WS-FEES-READ
           DISPLAY "FEES IN MONTH TO DATE: " WS-FEES-IN-MONTH
           DISPLAY "FEES WITHOUT A TRANSACTION: " WS-ORPHAN-FEES
           DISPLAY "MONTHS MISSING FROM YTD: " WS-MISSING-MONTHS
           DISPLAY "REGIONS BEHIND BUDGET: " WS-REGIONS-BEHIND
           DISPLAY "METHODS BEHIND BUDGET: " WS-METHODS-BEHIND
           DISPLAY "LINES MARKED BEHIND: " WS-LINES-BEHIND
           DISPLAY "======================================"
           CLOSE BUDGET-REPORT.
