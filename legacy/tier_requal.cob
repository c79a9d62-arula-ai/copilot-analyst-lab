       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIER-REQUAL.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: QUARTERLY CUSTOMER TIER RE-QUALIFICATION. CM-TIER ON *
      * CUSTMAST.DAT DRIVES THE FEES-CALC TIER DISCOUNT BUT IS ONLY   *
      * CHANGED WHEN SOMEONE KEYS A CHANGE. THIS PROGRAM RUNS IN TWO  *
      * STEPS.                                                        *
      * PROPOSE (PARAMETER YYYYMM, THE LAST MONTH OF THE QUALIFYING   *
      * WINDOW; NO PARAMETER MEANS THE MONTH BEFORE THE RUN DATE):    *
      * READS THE TRAILING LOOKBACK_MONTHS CLOSED PERIODS OF          *
      * MONTHEND.DAT, AVERAGES EACH CUSTOMER'S MONTHLY VOLUME         *
      * (CL-TOTAL-AMOUNT) AND TRANSACTION COUNT, AND FINDS THE        *
      * HIGHEST TIER WHOSE MINIMUMS ON TIERPRM.DAT BOTH ARE MET.      *
      * EVERY ACTIVE CUSTOMER ON CUSTMAST.DAT IS ASSESSED - ONE WITH  *
      * NO CLOSING ROWS IN THE WINDOW HAS GONE QUIET AND QUALIFIES    *
      * FOR BRONZE - EXCEPT ONE OPENED DURING THE WINDOW, WHICH HAS   *
      * NOT HAD A FULL WINDOW YET. EACH CUSTOMER WHOSE QUALIFYING     *
      * TIER DIFFERS FROM CM-TIER IS PROPOSED FOR AN UPGRADE OR       *
      * DOWNGRADE ON TIERPROP.DAT (SEE TIERPROP.CPY) AND ON THE       *
      * REPORT TIERRPT.DAT WITH ITS FEE IMPACT: THE WINDOW'S FEES     *
      * RE-PRICED AT THE NEW TIER'S DISCOUNT (THE "TIER" ROWS OF      *
      * FEERATE.DAT, AS FEES-CALC USES THEM) AND ANNUALISED. AS IN    *
      * FEE-ANNUAL, THE RUN IS REFUSED (RETURN CODE 8, FINDINGS ON    *
      * THE REPORT) UNLESS EVERY MONTH OF THE WINDOW IS ON            *
      * CLOSEDPD.DAT AND ON MONTHEND.DAT EXACTLY ONCE.                *
      * APPLY (PARAMETER "APPLY"): READS THE APPROVERS' DECISIONS     *
      * FROM TIERAPPR.DAT AND WORKS THE PENDING PROPOSALS. AN         *
      * APPROVED MOVE IS APPENDED TO CUSTCHG.DAT AS A CHANGE RECORD   *
      * (CC-ACTION 'C') SO CUST-MAINT APPLIES IT THROUGH THE NORMAL   *
      * MAINTENANCE PATH AND AUDIT STAMPS; A DECLINED MOVE IS CLOSED; *
      * A MOVE WHOSE CUSTOMER'S TIER WAS CHANGED ON THE MASTER SINCE  *
      * THE PROPOSAL IS NOT SENT. THE OUTCOMES ARE LISTED ON          *
      * TIERAPLY.DAT.                                                 *
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL TIER-PARAMS ASSIGN TO "TIERPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL FEE-RATE-FILE ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "TIERPROP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT OPTIONAL APPROVAL-FEED ASSIGN TO "TIERAPPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TA-STATUS.
           SELECT OPTIONAL CHANGE-FEED ASSIGN TO "CUSTCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT REQUAL-REPORT ASSIGN TO "TIERRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPLY-REPORT ASSIGN TO "TIERAPLY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "TIERSORT.TMP".

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

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

      *****************************************************************
      * QUALIFICATION RULES, RISKPRM.DAT LAYOUT. RP-THRESHOLD HOLDS   *
      * THE VALUE (DEFAULT IN BRACKETS); MINIMUMS ARE MONTHLY         *
      * AVERAGES:                                                     *
      *   LOOKBACK_MONTHS    MONTHS IN THE WINDOW, 1 TO 12 (3)        *
      *   GOLD_MIN_VOLUME    VOLUME FOR GOLD (100000)                 *
      *   GOLD_MIN_COUNT     TRANSACTIONS FOR GOLD (500)              *
      *   SILVER_MIN_VOLUME  VOLUME FOR SILVER (25000)                *
      *   SILVER_MIN_COUNT   TRANSACTIONS FOR SILVER (100)            *
      *****************************************************************
       FD  TIER-PARAMS.
       01  TIER-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

      *****************************************************************
      * FEERATE.DAT (SEE FEES-CALC). ONLY THE "TIER" ROWS - THE TIER  *
      * DISCOUNT BY CM-TIER - ARE USED HERE.                          *
      *****************************************************************
       FD  FEE-RATE-FILE.
       01  FEE-RATE-RECORD.
           05  FR-PARAM-TYPE       PIC X(6).
           05  FR-PARAM-KEY        PIC X(4).
           05  FR-RATE-PCT         PIC 9V9999 COMP-3.
           05  FR-FLAT-FEE         PIC S9(5)V99 COMP-3.

       FD  PROPOSAL-FILE.
           COPY "tierprop.cpy".

      *****************************************************************
      * TIER MOVE DECISIONS, ONE ROW PER PROPOSED CUSTOMER: 'A' TO    *
      * APPROVE, 'R' TO DECLINE, WITH THE APPROVER'S OPERATOR ID.     *
      *****************************************************************
       FD  APPROVAL-FEED.
       01  APPROVAL-RECORD.
           05  TA-CUST-ID          PIC X(10).
           05  TA-DECISION         PIC X(1).
               88  TA-APPROVE      VALUE 'A'.
               88  TA-DECLINE      VALUE 'R'.
           05  TA-APPROVER-ID      PIC X(8).

      *****************************************************************
      * CUSTCHG.DAT LAYOUT (SEE CUST-MAINT). A BLANK CC-CREDIT-LIMIT  *
      * LEAVES THE CUSTOMER'S LIMIT AS IT IS.                         *
      *****************************************************************
       FD  CHANGE-FEED.
       01  CHANGE-RECORD.
           05  CC-ACTION           PIC X(1).
               88  CC-ADD          VALUE 'A'.
               88  CC-CHANGE       VALUE 'C'.
               88  CC-INACTIVATE   VALUE 'I'.
           05  CC-CUST-ID          PIC X(10).
           05  CC-TIER             PIC X(1).
           05  CC-REGION           PIC X(2).
           05  CC-OPEN-DATE        PIC 9(8).
           05  CC-OPERATOR-ID      PIC X(8).
           05  CC-CREDIT-LIMIT     PIC 9(9)V99.

       FD  REQUAL-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  APPLY-REPORT.
       01  APPLY-LINE              PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-CUST-ID          PIC X(10).
           05  SR-TRANS-COUNT      PIC 9(6).
           05  SR-AMOUNT           PIC S9(9)V99 COMP-3.
           05  SR-FEE              PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CLOSE-STATUS     PIC XX.
               88  CLOSE-OK        VALUE "00".
               88  CLOSE-ERROR     VALUE "30" THRU "99".
           05  WS-PD-STATUS        PIC XX.
               88  PD-OK           VALUE "00".
           05  WS-CM-STATUS        PIC XX.
               88  CM-OK           VALUE "00".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".
           05  WS-FR-STATUS        PIC XX.
               88  FR-OK           VALUE "00".
           05  WS-TP-STATUS        PIC XX.
               88  TP-OK           VALUE "00".
               88  TP-ERROR        VALUE "30" THRU "99".
           05  WS-TA-STATUS        PIC XX.
               88  TA-OK           VALUE "00".
           05  WS-CHG-STATUS       PIC XX.
               88  CHG-OK          VALUE "00".
               88  CHG-CREATED     VALUE "05".

       01  WS-FLAGS.
           05  WS-RUN-MODE         PIC X VALUE 'P'.
               88  PROPOSE-MODE    VALUE 'P'.
               88  APPLY-MODE      VALUE 'A'.
           05  WS-CLOSE-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-MASTER-EOF-FLAG  PIC X VALUE 'N'.
           05  WS-PROPOSAL-EOF-FLAG PIC X VALUE 'N'.
           05  WS-TIER-ROWS-FLAG   PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-CLOSE-RECS-READ  PIC 9(8) VALUE ZERO.
           05  WS-WINDOW-RECS      PIC 9(8) VALUE ZERO.
           05  WS-FINDING-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-MASTERS-READ     PIC 9(8) VALUE ZERO.
           05  WS-ASSESSED         PIC 9(8) VALUE ZERO.
           05  WS-NO-CHANGE        PIC 9(8) VALUE ZERO.
           05  WS-SKIP-CLOSED      PIC 9(8) VALUE ZERO.
           05  WS-SKIP-NEW         PIC 9(8) VALUE ZERO.
           05  WS-SKIP-BAD-TIER    PIC 9(8) VALUE ZERO.
           05  WS-ROWS-NOT-ON-MASTER PIC 9(8) VALUE ZERO.
           05  WS-UPGRADES         PIC 9(8) VALUE ZERO.
           05  WS-DOWNGRADES       PIC 9(8) VALUE ZERO.
           05  WS-PROPOSALS-READ   PIC 9(8) VALUE ZERO.
           05  WS-MOVES-APPLIED    PIC 9(8) VALUE ZERO.
           05  WS-MOVES-DECLINED   PIC 9(8) VALUE ZERO.
           05  WS-MOVES-STALE      PIC 9(8) VALUE ZERO.
           05  WS-MOVES-AWAITING   PIC 9(8) VALUE ZERO.
           05  WS-ALREADY-DECIDED  PIC 9(8) VALUE ZERO.
           05  WS-UNMATCHED-DECISIONS PIC 9(8) VALUE ZERO.

      *****************************************************************
      * RUN PARAMETERS. WS-LAST-PERIOD IS THE LAST MONTH OF THE       *
      * WINDOW; RUN_DATE OVERRIDES THE SYSTEM DATE THE SAME WAY IT    *
      * DOES FOR THE NIGHTLY PROGRAMS.                                *
      *****************************************************************
       01  WS-PARM-RAW             PIC X(10).
       01  WS-LAST-PERIOD          PIC 9(6).
       01  WS-LAST-PERIOD-PARTS REDEFINES WS-LAST-PERIOD.
           05  WS-LAST-YEAR        PIC 9(4).
           05  WS-LAST-MONTH       PIC 9(2).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

       01  WS-RULES.
           05  WS-LOOKBACK         PIC 9(2) VALUE 3.
           05  WS-GOLD-MIN-VOLUME  PIC S9(9)V99 COMP-3 VALUE 100000.
           05  WS-GOLD-MIN-COUNT   PIC 9(7) VALUE 500.
           05  WS-SILVER-MIN-VOLUME PIC S9(9)V99 COMP-3 VALUE 25000.
           05  WS-SILVER-MIN-COUNT PIC 9(7) VALUE 100.

      *****************************************************************
      * TIER DISCOUNTS BY RANK (1 BRONZE, 2 SILVER, 3 GOLD).          *
      * FEES-CALC USES ITS BUILT-IN SCHEDULE ONLY WHEN FEERATE.DAT    *
      * HAS NO "TIER" ROWS AT ALL, AND A TIER WITHOUT A ROW GETS NO   *
      * DISCOUNT; THIS TABLE FOLLOWS THE SAME RULES.                  *
      *****************************************************************
       01  WS-TIER-RANK-TABLE.
           05  WS-TR-ENTRY OCCURS 3 TIMES
               INDEXED BY WS-TR-IDX.
               10  WS-TR-CODE      PIC X(1).
               10  WS-TR-LABEL     PIC X(6).
               10  WS-TR-DISC-PCT  PIC 9V9999 COMP-3.
       01  WS-FROM-RANK            PIC 9(1).
       01  WS-TO-RANK              PIC 9(1).
       01  WS-RANK-WORK            PIC 9(1).
       01  WS-TIER-WORK            PIC X(1).

      *****************************************************************
      * THE WINDOW: ONE SLOT PER MONTH, OLDEST FIRST, FILLED BY THE   *
      * SCAN OF MONTHEND.DAT BEFORE ANYTHING IS PROPOSED.             *
      *****************************************************************
       01  WS-WINDOW-TABLE.
           05  WS-WM-ENTRY OCCURS 12 TIMES
               INDEXED BY WS-WM-IDX.
               10  WS-WM-PERIOD    PIC 9(6).
               10  WS-WM-CLOSED-FLAG PIC X(1).
                   88  WS-WM-CLOSED VALUE 'Y'.
               10  WS-WM-CLOSE-TS  PIC X(26).
               10  WS-WM-DUP-FLAG  PIC X(1).
                   88  WS-WM-DUPLICATED VALUE 'Y'.
               10  WS-WM-ROWS      PIC 9(6).
       01  WS-WINDOW-WORK.
           05  WS-WORK-PERIOD      PIC 9(6).
           05  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
               10  WS-WORK-YEAR    PIC 9(4).
               10  WS-WORK-MONTH   PIC 9(2).
           05  WS-CLOSE-PERIOD     PIC 9(6).
           05  WS-WINDOW-SUB       PIC 9(2).
           05  WS-FIRST-PERIOD     PIC 9(6).
           05  WS-WINDOW-START-DATE PIC 9(8).

       01  WS-CUSTOMER-TOTALS.
           05  WS-CUST-VOLUME      PIC S9(11)V99 COMP-3.
           05  WS-CUST-COUNT       PIC 9(9).
           05  WS-CUST-FEE         PIC S9(9)V99 COMP-3.
           05  WS-AVG-VOLUME       PIC S9(11)V99 COMP-3.
           05  WS-AVG-COUNT        PIC 9(7).
           05  WS-QUALIFIED-TIER   PIC X(1).
           05  WS-EST-NEW-FEE      PIC S9(9)V99 COMP-3.
           05  WS-ANNUAL-IMPACT    PIC S9(9)V99 COMP-3.

      *****************************************************************
      * MOVES BY FROM-TIER AND TO-TIER RANK, FOR THE SUMMARY.         *
      *****************************************************************
       01  WS-MOVE-TABLE.
           05  WS-MV-FROM OCCURS 3 TIMES.
               10  WS-MV-TO OCCURS 3 TIMES.
                   15  WS-MV-COUNT  PIC 9(6).
                   15  WS-MV-IMPACT PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-IMPACT         PIC S9(11)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * APPROVAL DECISIONS, LOADED FROM TIERAPPR.DAT BEFORE THE       *
      * PROPOSALS ARE WORKED. A LATER ROW FOR THE SAME CUSTOMER       *
      * REPLACES AN EARLIER ONE.                                      *
      *****************************************************************
       01  WS-APPROVAL-TABLE.
           05  WS-AP-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-AP-IDX.
               10  WS-AP-CUST-ID   PIC X(10).
               10  WS-AP-DECISION  PIC X(1).
               10  WS-AP-APPROVER-ID PIC X(8).
               10  WS-AP-USED-FLAG PIC X(1).
       01  WS-APPROVAL-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-APPROVAL-MAX         PIC 9(4) VALUE 2000.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(48) VALUE SPACES.
               10  FILLER          PIC X(36)
                   VALUE "CUSTOMER TIER RE-QUALIFICATION".
               10  FILLER          PIC X(48) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(8) VALUE "WINDOW: ".
               10  WS-H2-FIRST     PIC 9(6).
               10  FILLER          PIC X(3) VALUE " - ".
               10  WS-H2-LAST      PIC 9(6).
               10  FILLER          PIC X(2) VALUE " (".
               10  WS-H2-MONTHS    PIC Z9.
               10  FILLER          PIC X(8) VALUE " MONTHS)".
               10  FILLER          PIC X(6) VALUE SPACES.
               10  FILLER          PIC X(10) VALUE "RUN DATE: ".
               10  WS-H2-RUN-DATE  PIC 9(8).
               10  FILLER          PIC X(73) VALUE SPACES.
           05  WS-RULE-LINE.
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-RL-TIER      PIC X(8).
               10  FILLER          PIC X(22)
                   VALUE "AVG MONTHLY VOLUME >= ".
               10  WS-RL-VOLUME    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(24)
                   VALUE "  AND AVG MONTHLY TRANS ".
               10  FILLER          PIC X(3) VALUE ">= ".
               10  WS-RL-COUNT     PIC Z,ZZZ,ZZ9.
               10  FILLER          PIC X(10) VALUE "  DISCOUNT".
               10  WS-RL-DISC      PIC ZZ9.99.
               10  FILLER          PIC X(1) VALUE "%".
               10  FILLER          PIC X(33) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(12) VALUE "CUSTOMER".
               10  FILLER          PIC X(4) VALUE "RG".
               10  FILLER          PIC X(18) VALUE "TIER MOVE".
               10  FILLER          PIC X(11) VALUE SPACES.
               10  FILLER          PIC X(15) VALUE "AVG MONTHLY VOL".
               10  FILLER          PIC X(2) VALUE SPACES.
               10  FILLER          PIC X(9) VALUE "AVG TRANS".
               10  FILLER          PIC X(14) VALUE "   WINDOW FEES".
               10  FILLER          PIC X(16)
                   VALUE "   FEES NEW TIER".
               10  FILLER          PIC X(16)
                   VALUE "   ANNUAL IMPACT".
               10  FILLER          PIC X(15) VALUE SPACES.

       01  WS-PROPOSAL-LINE.
           05  WS-PL-CUST-ID       PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-REGION        PIC X(2).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-FROM          PIC X(6).
           05  FILLER              PIC X(4) VALUE " TO ".
           05  WS-PL-TO            PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-MOVE          PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-AVG-VOLUME    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-AVG-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-WINDOW-FEE    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-NEW-FEE       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-IMPACT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL         PIC X(40).
           05  WS-SL-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SL-AMOUNT-X REDEFINES WS-SL-AMOUNT PIC X(18).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-FINDING-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FL-PERIOD        PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FL-TEXT          PIC X(60).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WS-APPLY-HEADER-1.
           05  FILLER              PIC X(46) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "CUSTOMER TIER MOVES - APPROVALS APPLIED".
           05  FILLER              PIC X(46) VALUE SPACES.
       01  WS-APPLY-HEADER-2.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-AH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(114) VALUE SPACES.
       01  WS-APPLY-COL-HDR.
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(20) VALUE "TIER MOVE".
           05  FILLER              PIC X(16) VALUE "   ANNUAL IMPACT".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "APPROVER".
           05  FILLER              PIC X(50) VALUE "OUTCOME".
           05  FILLER              PIC X(22) VALUE SPACES.
       01  WS-APPLY-DETAIL.
           05  WS-AD-CUST-ID       PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AD-FROM          PIC X(6).
           05  FILLER              PIC X(4) VALUE " TO ".
           05  WS-AD-TO            PIC X(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-AD-IMPACT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-AD-APPROVER      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AD-OUTCOME       PIC X(50).
           05  FILLER              PIC X(22) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           IF APPLY-MODE
               PERFORM APPLY-APPROVED-MOVES
           ELSE
               PERFORM PROPOSE-TIER-MOVES
           END-IF
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
           EVALUATE TRUE
               WHEN WS-PARM-RAW = "APPLY"
                   SET APPLY-MODE TO TRUE
               WHEN WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
                   IF WS-RUN-MONTH = 1
                       COMPUTE WS-LAST-PERIOD =
                           (WS-RUN-YEAR - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-LAST-PERIOD =
                           WS-RUN-YEAR * 100 + WS-RUN-MONTH - 1
                   END-IF
               WHEN WS-PARM-RAW(1:6) IS NOT NUMERIC
                       OR WS-PARM-RAW(7:4) NOT = SPACES
                   DISPLAY "INVALID TIER-REQUAL PARAMETER: "
                       WS-PARM-RAW
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE WS-PARM-RAW(1:6) TO WS-LAST-PERIOD
                   IF WS-LAST-MONTH < 1 OR WS-LAST-MONTH > 12
                       DISPLAY "INVALID TIER-REQUAL PARAMETER: "
                           WS-PARM-RAW
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE
           PERFORM INIT-TIER-RANK-TABLE.

       INIT-TIER-RANK-TABLE.
           MOVE 'B' TO WS-TR-CODE(1)
           MOVE "BRONZE" TO WS-TR-LABEL(1)
           MOVE 'S' TO WS-TR-CODE(2)
           MOVE "SILVER" TO WS-TR-LABEL(2)
           MOVE 'G' TO WS-TR-CODE(3)
           MOVE "GOLD" TO WS-TR-LABEL(3)
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 3
               MOVE ZERO TO WS-TR-DISC-PCT(WS-TR-IDX)
           END-PERFORM.

      *****************************************************************
      *                     PROPOSAL RUN                              *
      *****************************************************************
       PROPOSE-TIER-MOVES.
           PERFORM LOAD-TIER-PARAMETERS
           PERFORM LOAD-TIER-DISCOUNTS
           PERFORM BUILD-WINDOW
           OPEN OUTPUT REQUAL-REPORT
           PERFORM CHECK-WINDOW-CLOSED
           PERFORM SCAN-CLOSING-FILE
           IF WS-FINDING-COUNT > ZERO
               PERFORM REFUSE-RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-OK
               DISPLAY "CUSTMAST.DAT NOT AVAILABLE: " WS-CM-STATUS
               CLOSE REQUAL-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROPOSAL-FILE
           PERFORM CLEAR-MOVE-TABLE
           PERFORM PRINT-PROPOSAL-HEADINGS
           SORT SORT-WORK
               ON ASCENDING KEY SR-CUST-ID
               INPUT PROCEDURE IS SELECT-WINDOW-CLOSINGS
               OUTPUT PROCEDURE IS REQUALIFY-CUSTOMERS
           PERFORM PRINT-PROPOSAL-SUMMARY
           CLOSE CUSTOMER-MASTER
           CLOSE PROPOSAL-FILE
           CLOSE REQUAL-REPORT.

      *****************************************************************
      * QUALIFICATION RULES FROM TIERPRM.DAT. A MISSING FILE OR ENTRY *
      * KEEPS THE DEFAULT WITH A WARNING; AN ENTRY OUT OF RANGE, OR   *
      * SILVER MINIMUMS ABOVE GOLD'S, ENDS THE RUN WITH RETURN CODE   *
      * 8.                                                            *
      *****************************************************************
       LOAD-TIER-PARAMETERS.
           OPEN INPUT TIER-PARAMS
           IF NOT PRM-OK
               DISPLAY "WARNING: TIERPRM.DAT NOT AVAILABLE - "
                   "USING DEFAULT QUALIFICATION RULES"
               EXIT PARAGRAPH
           END-IF
           READ TIER-PARAMS
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM STORE-TIER-PARAMETER
               READ TIER-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE TIER-PARAMS
           IF WS-SILVER-MIN-VOLUME > WS-GOLD-MIN-VOLUME
                   OR WS-SILVER-MIN-COUNT > WS-GOLD-MIN-COUNT
               DISPLAY "TIERPRM.DAT: SILVER MINIMUMS ABOVE GOLD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-TIER-PARAMETER.
           IF RP-THRESHOLD < ZERO
               DISPLAY "TIERPRM.DAT: NEGATIVE VALUE FOR "
                   RP-PARAM-TYPE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE RP-PARAM-TYPE
               WHEN "LOOKBACK_MONTHS"
                   IF RP-THRESHOLD < 1 OR RP-THRESHOLD > 12
                       DISPLAY "TIERPRM.DAT: LOOKBACK_MONTHS NOT "
                           "BETWEEN 1 AND 12"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RP-THRESHOLD TO WS-LOOKBACK
               WHEN "GOLD_MIN_VOLUME"
                   MOVE RP-THRESHOLD TO WS-GOLD-MIN-VOLUME
               WHEN "GOLD_MIN_COUNT"
                   MOVE RP-THRESHOLD TO WS-GOLD-MIN-COUNT
               WHEN "SILVER_MIN_VOLUME"
                   MOVE RP-THRESHOLD TO WS-SILVER-MIN-VOLUME
               WHEN "SILVER_MIN_COUNT"
                   MOVE RP-THRESHOLD TO WS-SILVER-MIN-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: UNKNOWN TIER PARAMETER "
                       RP-PARAM-TYPE
           END-EVALUATE.

       LOAD-TIER-DISCOUNTS.
           OPEN INPUT FEE-RATE-FILE
           IF FR-OK
               READ FEE-RATE-FILE
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL NOT FR-OK
                   IF FR-PARAM-TYPE = "TIER"
                       PERFORM STORE-TIER-DISCOUNT
                   END-IF
                   READ FEE-RATE-FILE
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE FEE-RATE-FILE
           ELSE
               DISPLAY "WARNING: FEERATE.DAT NOT AVAILABLE - "
                   "USING DEFAULT TIER DISCOUNTS"
           END-IF
           IF WS-TIER-ROWS-FLAG = 'N'
               MOVE 0.00 TO WS-TR-DISC-PCT(1)
               MOVE 0.10 TO WS-TR-DISC-PCT(2)
               MOVE 0.20 TO WS-TR-DISC-PCT(3)
           END-IF.

       STORE-TIER-DISCOUNT.
           MOVE 'Y' TO WS-TIER-ROWS-FLAG
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 3
               IF FR-PARAM-KEY = WS-TR-CODE(WS-TR-IDX)
                   MOVE FR-RATE-PCT TO WS-TR-DISC-PCT(WS-TR-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE WINDOW IS THE LOOKBACK MONTHS ENDING WITH WS-LAST-PERIOD. *
      * A CUSTOMER OPENED AFTER ITS FIRST DAY IS NOT ASSESSED.        *
      *****************************************************************
       BUILD-WINDOW.
           MOVE WS-LAST-PERIOD TO WS-WORK-PERIOD
           PERFORM VARYING WS-WINDOW-SUB FROM WS-LOOKBACK BY -1
                   UNTIL WS-WINDOW-SUB < 1
               MOVE WS-WORK-PERIOD TO WS-WM-PERIOD(WS-WINDOW-SUB)
               MOVE 'N' TO WS-WM-CLOSED-FLAG(WS-WINDOW-SUB)
               MOVE SPACES TO WS-WM-CLOSE-TS(WS-WINDOW-SUB)
               MOVE 'N' TO WS-WM-DUP-FLAG(WS-WINDOW-SUB)
               MOVE ZERO TO WS-WM-ROWS(WS-WINDOW-SUB)
               IF WS-WORK-MONTH = 1
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
           END-PERFORM
           MOVE WS-WM-PERIOD(1) TO WS-FIRST-PERIOD
           COMPUTE WS-WINDOW-START-DATE = WS-FIRST-PERIOD * 100 + 1.

       FIND-WINDOW-MONTH.
           SET WS-WM-IDX TO ZERO
           PERFORM VARYING WS-WM-IDX FROM 1 BY 1
                   UNTIL WS-WM-IDX > WS-LOOKBACK
               IF WS-WM-PERIOD(WS-WM-IDX) = WS-CLOSE-PERIOD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WM-IDX > WS-LOOKBACK
               SET WS-WM-IDX TO ZERO
           END-IF.

       CHECK-WINDOW-CLOSED.
           OPEN INPUT CLOSED-PERIOD-FILE
           READ CLOSED-PERIOD-FILE
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PD-OK
               MOVE PD-PERIOD TO WS-CLOSE-PERIOD
               PERFORM FIND-WINDOW-MONTH
               IF WS-WM-IDX > ZERO
                   MOVE 'Y' TO WS-WM-CLOSED-FLAG(WS-WM-IDX)
               END-IF
               READ CLOSED-PERIOD-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE CLOSED-PERIOD-FILE
           PERFORM VARYING WS-WM-IDX FROM 1 BY 1
                   UNTIL WS-WM-IDX > WS-LOOKBACK
               IF NOT WS-WM-CLOSED(WS-WM-IDX)
                   MOVE WS-WM-PERIOD(WS-WM-IDX) TO WS-FL-PERIOD
                   MOVE "PERIOD NOT ON CLOSEDPD.DAT - NOT YET CLOSED"
                       TO WS-FL-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

       SCAN-CLOSING-FILE.
           OPEN INPUT CLOSING-FILE
           IF NOT CLOSE-OK
               DISPLAY "MONTHEND.DAT NOT AVAILABLE: " WS-CLOSE-STATUS
               CLOSE REQUAL-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CLOSING-RECORD
           PERFORM UNTIL WS-CLOSE-EOF-FLAG = 'Y'
               PERFORM TALLY-CLOSING-RECORD
               PERFORM READ-CLOSING-RECORD
           END-PERFORM
           CLOSE CLOSING-FILE
           PERFORM VARYING WS-WM-IDX FROM 1 BY 1
                   UNTIL WS-WM-IDX > WS-LOOKBACK
               MOVE WS-WM-PERIOD(WS-WM-IDX) TO WS-FL-PERIOD
               IF WS-WM-ROWS(WS-WM-IDX) = ZERO
                   MOVE "NO CLOSING ROWS FOR PERIOD ON MONTHEND.DAT"
                       TO WS-FL-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-WM-DUPLICATED(WS-WM-IDX)
                   MOVE "MORE THAN ONE CLOSE OF PERIOD ON MONTHEND.DAT"
                       TO WS-FL-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

       TALLY-CLOSING-RECORD.
           COMPUTE WS-CLOSE-PERIOD =
               CL-PERIOD-YEAR * 100 + CL-PERIOD-MONTH
           PERFORM FIND-WINDOW-MONTH
           IF WS-WM-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-WM-CLOSE-TS(WS-WM-IDX) = SPACES
               MOVE CL-CLOSE-TIMESTAMP TO WS-WM-CLOSE-TS(WS-WM-IDX)
           ELSE
               IF CL-CLOSE-TIMESTAMP NOT = WS-WM-CLOSE-TS(WS-WM-IDX)
                   MOVE 'Y' TO WS-WM-DUP-FLAG(WS-WM-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-WM-ROWS(WS-WM-IDX).

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

       WRITE-FINDING.
           IF WS-FINDING-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-HEADER-1
                   AFTER ADVANCING PAGE
               MOVE SPACES TO REPORT-LINE
               STRING "WINDOW ENDING " DELIMITED BY SIZE
                      WS-LAST-PERIOD DELIMITED BY SIZE
                      " NOT READY FOR RE-QUALIFICATION - "
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
           DISPLAY "TIER RE-QUALIFICATION REFUSED"
           DISPLAY "======================================"
           DISPLAY "WINDOW: " WS-FIRST-PERIOD " - " WS-LAST-PERIOD
           DISPLAY "FINDINGS (SEE TIERRPT.DAT): " WS-FINDING-COUNT
           DISPLAY "======================================"
           CLOSE REQUAL-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       CLEAR-MOVE-TABLE.
           PERFORM VARYING WS-FROM-RANK FROM 1 BY 1
                   UNTIL WS-FROM-RANK > 3
               PERFORM VARYING WS-TO-RANK FROM 1 BY 1
                       UNTIL WS-TO-RANK > 3
                   MOVE ZERO TO WS-MV-COUNT(WS-FROM-RANK, WS-TO-RANK)
                   MOVE ZERO TO WS-MV-IMPACT(WS-FROM-RANK, WS-TO-RANK)
               END-PERFORM
           END-PERFORM.

       PRINT-PROPOSAL-HEADINGS.
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-FIRST-PERIOD TO WS-H2-FIRST
           MOVE WS-LAST-PERIOD TO WS-H2-LAST
           MOVE WS-LOOKBACK TO WS-H2-MONTHS
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           MOVE "GOLD" TO WS-RL-TIER
           MOVE WS-GOLD-MIN-VOLUME TO WS-RL-VOLUME
           MOVE WS-GOLD-MIN-COUNT TO WS-RL-COUNT
           COMPUTE WS-RL-DISC = WS-TR-DISC-PCT(3) * 100
           WRITE REPORT-LINE FROM WS-RULE-LINE AFTER ADVANCING 2 LINES
           MOVE "SILVER" TO WS-RL-TIER
           MOVE WS-SILVER-MIN-VOLUME TO WS-RL-VOLUME
           MOVE WS-SILVER-MIN-COUNT TO WS-RL-COUNT
           COMPUTE WS-RL-DISC = WS-TR-DISC-PCT(2) * 100
           WRITE REPORT-LINE FROM WS-RULE-LINE AFTER ADVANCING 1 LINE
           MOVE "BRONZE" TO WS-RL-TIER
           MOVE ZERO TO WS-RL-VOLUME
           MOVE ZERO TO WS-RL-COUNT
           COMPUTE WS-RL-DISC = WS-TR-DISC-PCT(1) * 100
           WRITE REPORT-LINE FROM WS-RULE-LINE AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR
               AFTER ADVANCING 2 LINES.

       SELECT-WINDOW-CLOSINGS.
           MOVE 'N' TO WS-CLOSE-EOF-FLAG
           OPEN INPUT CLOSING-FILE
           PERFORM READ-CLOSING-RECORD
           PERFORM UNTIL WS-CLOSE-EOF-FLAG = 'Y'
               COMPUTE WS-CLOSE-PERIOD =
                   CL-PERIOD-YEAR * 100 + CL-PERIOD-MONTH
               PERFORM FIND-WINDOW-MONTH
               IF WS-WM-IDX > ZERO
                   MOVE CL-CUST-ID TO SR-CUST-ID
                   MOVE CL-TRANS-COUNT TO SR-TRANS-COUNT
                   MOVE CL-TOTAL-AMOUNT TO SR-AMOUNT
                   MOVE CL-TOTAL-FEE TO SR-FEE
                   ADD 1 TO WS-WINDOW-RECS
                   RELEASE SORT-RECORD
               END-IF
               PERFORM READ-CLOSING-RECORD
           END-PERFORM
           CLOSE CLOSING-FILE.

      *****************************************************************
      * OUTPUT PASS: A MATCH OF THE SORTED WINDOW ROWS AGAINST        *
      * CUSTMAST.DAT IN KEY ORDER, SO EVERY CUSTOMER ON THE MASTER IS *
      * ASSESSED WHETHER OR NOT IT TRADED. ROWS FOR A CUSTOMER NOT ON *
      * THE MASTER ARE COUNTED AND SKIPPED.                           *
      *****************************************************************
       REQUALIFY-CUSTOMERS.
           MOVE LOW-VALUES TO CM-CUST-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-ID
               INVALID KEY MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               MOVE ZERO TO WS-CUST-VOLUME
               MOVE ZERO TO WS-CUST-COUNT
               MOVE ZERO TO WS-CUST-FEE
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-CUST-ID NOT < CM-CUST-ID
                   ADD 1 TO WS-ROWS-NOT-ON-MASTER
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-CUST-ID NOT = CM-CUST-ID
                   ADD SR-AMOUNT TO WS-CUST-VOLUME
                   ADD SR-TRANS-COUNT TO WS-CUST-COUNT
                   ADD SR-FEE TO WS-CUST-FEE
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               PERFORM REQUALIFY-ONE-CUSTOMER
               PERFORM READ-NEXT-MASTER
           END-PERFORM
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               ADD 1 TO WS-ROWS-NOT-ON-MASTER
               PERFORM RETURN-SORT-RECORD
           END-PERFORM.

       READ-NEXT-MASTER.
           IF WS-MASTER-EOF-FLAG = 'N'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
               END-READ
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       REQUALIFY-ONE-CUSTOMER.
           ADD 1 TO WS-MASTERS-READ
           IF CM-CLOSED
               ADD 1 TO WS-SKIP-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-TIER TO WS-TIER-WORK
           PERFORM FIND-TIER-RANK
           IF WS-RANK-WORK = ZERO
               ADD 1 TO WS-SKIP-BAD-TIER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RANK-WORK TO WS-FROM-RANK
           IF CM-OPEN-DATE > WS-WINDOW-START-DATE
               ADD 1 TO WS-SKIP-NEW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSESSED
           COMPUTE WS-AVG-VOLUME ROUNDED = WS-CUST-VOLUME / WS-LOOKBACK
           COMPUTE WS-AVG-COUNT = WS-CUST-COUNT / WS-LOOKBACK
           EVALUATE TRUE
               WHEN WS-AVG-VOLUME >= WS-GOLD-MIN-VOLUME
                       AND WS-AVG-COUNT >= WS-GOLD-MIN-COUNT
                   MOVE 3 TO WS-TO-RANK
               WHEN WS-AVG-VOLUME >= WS-SILVER-MIN-VOLUME
                       AND WS-AVG-COUNT >= WS-SILVER-MIN-COUNT
                   MOVE 2 TO WS-TO-RANK
               WHEN OTHER
                   MOVE 1 TO WS-TO-RANK
           END-EVALUATE
           IF WS-TO-RANK = WS-FROM-RANK
               ADD 1 TO WS-NO-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROPOSE-TIER-MOVE.

       FIND-TIER-RANK.
           MOVE ZERO TO WS-RANK-WORK
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 3
               IF WS-TR-CODE(WS-TR-IDX) = WS-TIER-WORK
                   SET WS-RANK-WORK TO WS-TR-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      * FEE IMPACT: THE WINDOW'S FEES WERE CHARGED AFTER THE CURRENT  *
      * TIER'S DISCOUNT, SO AT THE NEW TIER THEY WOULD HAVE BEEN FEES *
      * * (1 - NEW DISCOUNT) / (1 - CURRENT DISCOUNT). THE DIFFERENCE *
      * IS SCALED FROM THE WINDOW TO TWELVE MONTHS.                   *
      *****************************************************************
       PROPOSE-TIER-MOVE.
           IF WS-TR-DISC-PCT(WS-FROM-RANK) < 1
               COMPUTE WS-EST-NEW-FEE ROUNDED =
                   WS-CUST-FEE * (1 - WS-TR-DISC-PCT(WS-TO-RANK))
                   / (1 - WS-TR-DISC-PCT(WS-FROM-RANK))
           ELSE
               MOVE WS-CUST-FEE TO WS-EST-NEW-FEE
           END-IF
           COMPUTE WS-ANNUAL-IMPACT ROUNDED =
               (WS-EST-NEW-FEE - WS-CUST-FEE) * 12 / WS-LOOKBACK
           MOVE CM-CUST-ID TO TP-CUST-ID
           MOVE CM-REGION TO TP-REGION
           MOVE WS-TR-CODE(WS-FROM-RANK) TO TP-CURRENT-TIER
           MOVE WS-TR-CODE(WS-TO-RANK) TO TP-PROPOSED-TIER
           IF WS-TO-RANK > WS-FROM-RANK
               SET TP-UPGRADE TO TRUE
               ADD 1 TO WS-UPGRADES
               MOVE "UPGRADE" TO WS-PL-MOVE
           ELSE
               SET TP-DOWNGRADE TO TRUE
               ADD 1 TO WS-DOWNGRADES
               MOVE "DOWNGRADE" TO WS-PL-MOVE
           END-IF
           MOVE WS-FIRST-PERIOD TO TP-FIRST-PERIOD
           MOVE WS-LAST-PERIOD TO TP-LAST-PERIOD
           MOVE WS-AVG-VOLUME TO TP-AVG-VOLUME
           MOVE WS-AVG-COUNT TO TP-AVG-COUNT
           MOVE WS-CUST-FEE TO TP-WINDOW-FEE
           MOVE WS-ANNUAL-IMPACT TO TP-ANNUAL-IMPACT
           MOVE WS-RUN-DATE TO TP-PROPOSAL-DATE
           SET TP-PENDING TO TRUE
           MOVE ZERO TO TP-DECISION-DATE
           MOVE SPACES TO TP-APPROVER-ID
           WRITE TIER-PROPOSAL-RECORD
           ADD 1 TO WS-MV-COUNT(WS-FROM-RANK, WS-TO-RANK)
           ADD WS-ANNUAL-IMPACT
               TO WS-MV-IMPACT(WS-FROM-RANK, WS-TO-RANK)
           ADD WS-ANNUAL-IMPACT TO WS-TOTAL-IMPACT
           MOVE CM-CUST-ID TO WS-PL-CUST-ID
           MOVE CM-REGION TO WS-PL-REGION
           MOVE WS-TR-LABEL(WS-FROM-RANK) TO WS-PL-FROM
           MOVE WS-TR-LABEL(WS-TO-RANK) TO WS-PL-TO
           MOVE WS-AVG-VOLUME TO WS-PL-AVG-VOLUME
           MOVE WS-AVG-COUNT TO WS-PL-AVG-COUNT
           MOVE WS-CUST-FEE TO WS-PL-WINDOW-FEE
           MOVE WS-EST-NEW-FEE TO WS-PL-NEW-FEE
           MOVE WS-ANNUAL-IMPACT TO WS-PL-IMPACT
           WRITE REPORT-LINE FROM WS-PROPOSAL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-PROPOSAL-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           MOVE "  SUMMARY OF PROPOSED MOVES" TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-FROM-RANK FROM 3 BY -1
                   UNTIL WS-FROM-RANK < 1
               PERFORM VARYING WS-TO-RANK FROM 3 BY -1
                       UNTIL WS-TO-RANK < 1
                   IF WS-MV-COUNT(WS-FROM-RANK, WS-TO-RANK) > ZERO
                       PERFORM PRINT-MOVE-SUMMARY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "UPGRADES PROPOSED" TO WS-SL-LABEL
           MOVE WS-UPGRADES TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT-X
           PERFORM WRITE-SUMMARY-LINE
           MOVE "DOWNGRADES PROPOSED" TO WS-SL-LABEL
           MOVE WS-DOWNGRADES TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT-X
           PERFORM WRITE-SUMMARY-LINE
           MOVE "NET ANNUAL FEE IMPACT" TO WS-SL-LABEL
           COMPUTE WS-SL-COUNT = WS-UPGRADES + WS-DOWNGRADES
           MOVE WS-TOTAL-IMPACT TO WS-SL-AMOUNT
           PERFORM WRITE-SUMMARY-LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS ASSESSED" TO WS-SL-LABEL
           MOVE WS-ASSESSED TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT-X
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  TIER CONFIRMED" TO WS-SL-LABEL
           MOVE WS-NO-CHANGE TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "OPENED DURING WINDOW - NOT ASSESSED" TO WS-SL-LABEL
           MOVE WS-SKIP-NEW TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CLOSED ON CUSTMAST - NOT ASSESSED" TO WS-SL-LABEL
           MOVE WS-SKIP-CLOSED TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "INVALID TIER ON CUSTMAST - NOT ASSESSED"
               TO WS-SL-LABEL
           MOVE WS-SKIP-BAD-TIER TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CLOSING ROWS NOT ON CUSTMAST - SKIPPED"
               TO WS-SL-LABEL
           MOVE WS-ROWS-NOT-ON-MASTER TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       PRINT-MOVE-SUMMARY-LINE.
           MOVE SPACES TO WS-SL-LABEL
           STRING WS-TR-LABEL(WS-FROM-RANK) DELIMITED BY SPACE
                  " TO " DELIMITED BY SIZE
                  WS-TR-LABEL(WS-TO-RANK) DELIMITED BY SPACE
               INTO WS-SL-LABEL
           END-STRING
           MOVE WS-MV-COUNT(WS-FROM-RANK, WS-TO-RANK) TO WS-SL-COUNT
           MOVE WS-MV-IMPACT(WS-FROM-RANK, WS-TO-RANK) TO WS-SL-AMOUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      *                       APPLY RUN                               *
      *****************************************************************
       APPLY-APPROVED-MOVES.
           PERFORM LOAD-APPROVALS
           OPEN I-O PROPOSAL-FILE
           IF NOT TP-OK
               DISPLAY "TIERPROP.DAT NOT AVAILABLE: " WS-TP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CM-OK
               DISPLAY "CUSTMAST.DAT NOT AVAILABLE: " WS-CM-STATUS
               CLOSE PROPOSAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHANGE-FEED
           IF NOT CHG-OK AND NOT CHG-CREATED
               DISPLAY "CUSTCHG.DAT NOT AVAILABLE: " WS-CHG-STATUS
               CLOSE PROPOSAL-FILE
               CLOSE CUSTOMER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPLY-REPORT
           WRITE APPLY-LINE FROM WS-APPLY-HEADER-1
               AFTER ADVANCING PAGE
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE
           WRITE APPLY-LINE FROM WS-APPLY-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE APPLY-LINE FROM WS-APPLY-COL-HDR
               AFTER ADVANCING 2 LINES
           PERFORM READ-PROPOSAL
           PERFORM UNTIL WS-PROPOSAL-EOF-FLAG = 'Y'
               IF TP-PENDING
                   PERFORM APPLY-ONE-PROPOSAL
               ELSE
                   ADD 1 TO WS-ALREADY-DECIDED
               END-IF
               PERFORM READ-PROPOSAL
           END-PERFORM
           PERFORM LIST-UNMATCHED-DECISIONS
           PERFORM PRINT-APPLY-SUMMARY
           CLOSE PROPOSAL-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE CHANGE-FEED
           CLOSE APPLY-REPORT.

       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FEED
           IF NOT TA-OK
               DISPLAY "WARNING: TIERAPPR.DAT NOT AVAILABLE - "
                   "NO DECISIONS TO APPLY"
               EXIT PARAGRAPH
           END-IF
           READ APPROVAL-FEED
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT TA-OK
               IF (TA-APPROVE OR TA-DECLINE)
                       AND TA-APPROVER-ID NOT = SPACES
                   PERFORM STORE-APPROVAL
               ELSE
                   DISPLAY "WARNING: TIERAPPR.DAT ROW IGNORED - "
                       "BAD DECISION OR NO APPROVER: " TA-CUST-ID
               END-IF
               READ APPROVAL-FEED
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FEED.

       STORE-APPROVAL.
           PERFORM FIND-APPROVAL-ENTRY
           IF WS-AP-IDX = ZERO
               IF WS-APPROVAL-COUNT NOT < WS-APPROVAL-MAX
                   DISPLAY "TIERAPPR.DAT HAS MORE THAN "
                       WS-APPROVAL-MAX " CUSTOMERS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APPROVAL-COUNT
               SET WS-AP-IDX TO WS-APPROVAL-COUNT
               MOVE TA-CUST-ID TO WS-AP-CUST-ID(WS-AP-IDX)
           END-IF
           MOVE TA-DECISION TO WS-AP-DECISION(WS-AP-IDX)
           MOVE TA-APPROVER-ID TO WS-AP-APPROVER-ID(WS-AP-IDX)
           MOVE 'N' TO WS-AP-USED-FLAG(WS-AP-IDX).

       FIND-APPROVAL-ENTRY.
           SET WS-AP-IDX TO ZERO
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPROVAL-COUNT
               IF WS-AP-CUST-ID(WS-AP-IDX) = TA-CUST-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AP-IDX > WS-APPROVAL-COUNT
               SET WS-AP-IDX TO ZERO
           END-IF.

       READ-PROPOSAL.
           READ PROPOSAL-FILE
               AT END MOVE 'Y' TO WS-PROPOSAL-EOF-FLAG
           END-READ
           IF TP-ERROR
               DISPLAY "FILE ERROR ON TIERPROP.DAT: " WS-TP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PROPOSAL-EOF-FLAG = 'N'
               ADD 1 TO WS-PROPOSALS-READ
           END-IF.

      *****************************************************************
      * ONE PENDING PROPOSAL. AN APPROVED MOVE IS ONLY SENT IF THE    *
      * MASTER STILL SHOWS THE TIER IT WAS PROPOSED FROM; THE REGION  *
      * GOES ON THE CHANGE RECORD AS IT STANDS ON THE MASTER TODAY,   *
      * BECAUSE CUST-MAINT STORES BOTH FIELDS.                        *
      *****************************************************************
       APPLY-ONE-PROPOSAL.
           MOVE TP-CUST-ID TO TA-CUST-ID
           PERFORM FIND-APPROVAL-ENTRY
           MOVE SPACES TO WS-AD-APPROVER
           IF WS-AP-IDX = ZERO
               ADD 1 TO WS-MOVES-AWAITING
               MOVE "AWAITING DECISION" TO WS-AD-OUTCOME
               PERFORM WRITE-APPLY-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AP-USED-FLAG(WS-AP-IDX)
           MOVE WS-AP-APPROVER-ID(WS-AP-IDX) TO TP-APPROVER-ID
           MOVE WS-AP-APPROVER-ID(WS-AP-IDX) TO WS-AD-APPROVER
           MOVE WS-RUN-DATE TO TP-DECISION-DATE
           IF WS-AP-DECISION(WS-AP-IDX) = 'R'
               SET TP-DECLINED TO TRUE
               ADD 1 TO WS-MOVES-DECLINED
               MOVE "DECLINED" TO WS-AD-OUTCOME
           ELSE
               MOVE TP-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CM-OK AND CM-ACTIVE
                       AND CM-TIER = TP-CURRENT-TIER
                   PERFORM WRITE-TIER-CHANGE
                   SET TP-APPLIED TO TRUE
                   ADD 1 TO WS-MOVES-APPLIED
                   MOVE "APPROVED - CHANGE WRITTEN TO CUSTCHG.DAT"
                       TO WS-AD-OUTCOME
               ELSE
                   SET TP-STALE TO TRUE
                   ADD 1 TO WS-MOVES-STALE
                   MOVE "NOT SENT - MASTER CHANGED SINCE PROPOSAL"
                       TO WS-AD-OUTCOME
               END-IF
           END-IF
           REWRITE TIER-PROPOSAL-RECORD
           PERFORM WRITE-APPLY-DETAIL.

       WRITE-TIER-CHANGE.
           MOVE SPACES TO CHANGE-RECORD
           SET CC-CHANGE TO TRUE
           MOVE TP-CUST-ID TO CC-CUST-ID
           MOVE TP-PROPOSED-TIER TO CC-TIER
           MOVE CM-REGION TO CC-REGION
           MOVE ZERO TO CC-OPEN-DATE
           MOVE TP-APPROVER-ID TO CC-OPERATOR-ID
           WRITE CHANGE-RECORD.

       WRITE-APPLY-DETAIL.
           MOVE TP-CUST-ID TO WS-AD-CUST-ID
           MOVE TP-CURRENT-TIER TO WS-TIER-WORK
           PERFORM FIND-TIER-RANK
           IF WS-RANK-WORK > ZERO
               MOVE WS-TR-LABEL(WS-RANK-WORK) TO WS-AD-FROM
           ELSE
               MOVE TP-CURRENT-TIER TO WS-AD-FROM
           END-IF
           MOVE TP-PROPOSED-TIER TO WS-TIER-WORK
           PERFORM FIND-TIER-RANK
           IF WS-RANK-WORK > ZERO
               MOVE WS-TR-LABEL(WS-RANK-WORK) TO WS-AD-TO
           ELSE
               MOVE TP-PROPOSED-TIER TO WS-AD-TO
           END-IF
           MOVE TP-ANNUAL-IMPACT TO WS-AD-IMPACT
           WRITE APPLY-LINE FROM WS-APPLY-DETAIL
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * A DECISION FOR A CUSTOMER WITH NO PENDING PROPOSAL (ALREADY   *
      * DECIDED, OR NEVER PROPOSED) IS LISTED SO THE APPROVER KNOWS   *
      * IT DID NOTHING.                                               *
      *****************************************************************
       LIST-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPROVAL-COUNT
               IF WS-AP-USED-FLAG(WS-AP-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-DECISIONS
                   MOVE SPACES TO WS-APPLY-DETAIL
                   MOVE WS-AP-CUST-ID(WS-AP-IDX) TO WS-AD-CUST-ID
                   MOVE WS-AP-APPROVER-ID(WS-AP-IDX) TO WS-AD-APPROVER
                   MOVE "IGNORED - NO PENDING PROPOSAL FOR CUSTOMER"
                       TO WS-AD-OUTCOME
                   WRITE APPLY-LINE FROM WS-APPLY-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       PRINT-APPLY-SUMMARY.
           WRITE APPLY-LINE FROM SPACES AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-SL-AMOUNT-X
           MOVE "MOVES APPLIED TO CUSTCHG.DAT" TO WS-SL-LABEL
           MOVE WS-MOVES-APPLIED TO WS-SL-COUNT
           WRITE APPLY-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MOVES DECLINED" TO WS-SL-LABEL
           MOVE WS-MOVES-DECLINED TO WS-SL-COUNT
           WRITE APPLY-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MOVES NOT SENT - MASTER CHANGED" TO WS-SL-LABEL
           MOVE WS-MOVES-STALE TO WS-SL-COUNT
           WRITE APPLY-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MOVES AWAITING DECISION" TO WS-SL-LABEL
           MOVE WS-MOVES-AWAITING TO WS-SL-COUNT
           WRITE APPLY-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PROPOSALS DECIDED ON AN EARLIER RUN" TO WS-SL-LABEL
           MOVE WS-ALREADY-DECIDED TO WS-SL-COUNT
           WRITE APPLY-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "DECISIONS IGNORED" TO WS-SL-LABEL
           MOVE WS-UNMATCHED-DECISIONS TO WS-SL-COUNT
           WRITE APPLY-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "TIER RE-QUALIFICATION COMPLETE"
           DISPLAY "======================================"
           IF APPLY-MODE
               DISPLAY "PROPOSALS READ:        " WS-PROPOSALS-READ
               DISPLAY "MOVES APPLIED:         " WS-MOVES-APPLIED
               DISPLAY "MOVES DECLINED:        " WS-MOVES-DECLINED
               DISPLAY "MOVES NOT SENT:        " WS-MOVES-STALE
               DISPLAY "AWAITING DECISION:     " WS-MOVES-AWAITING
               DISPLAY "REPORT FILE:           TIERAPLY.DAT"
           ELSE
               DISPLAY "WINDOW:                " WS-FIRST-PERIOD
                   " - " WS-LAST-PERIOD
               DISPLAY "CUSTOMERS ASSESSED:    " WS-ASSESSED
               DISPLAY "UPGRADES PROPOSED:     " WS-UPGRADES
               DISPLAY "DOWNGRADES PROPOSED:   " WS-DOWNGRADES
               DISPLAY "REPORT FILE:           TIERRPT.DAT"
           END-IF
           DISPLAY "======================================".
