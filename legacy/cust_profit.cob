       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PROFIT.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: MONTHLY CUSTOMER PROFITABILITY. FOR EACH CUSTOMER    *
      * WITH ACTIVITY IN THE PERIOD IT NETS WHAT THE CUSTOMER EARNED  *
      * US AGAINST WHAT THE CUSTOMER COST US, RANKS THE CUSTOMERS BY  *
      * THE RESULT, AND ROLLS THE FIGURES UP BY CM-TIER AND           *
      * CM-REGION. ACCOUNT MANAGERS USE IT AT CONTRACT RENEWAL TO SEE *
      * WHICH CUSTOMERS ARE WORTH WHAT THEY ARE PAYING.               *
      *   FEE REVENUE       FEES.DAT FE-FINAL-FEE, JOINED BACK TO     *
      *                     TRANS.DAT FOR THE CUSTOMER AND DATE THE   *
      *                     WAY FEE-STATEMENT DOES IT                 *
      *   WAIVED (MEMO)     FE-WAIVED-FEE, FEES THE MONTHLY CAP       *
      *                     WAIVED - NOT EARNED, SHOWN FOR RENEWAL    *
      * - PROCESSOR COST    EXTTRAN.DAT EXT-FEES, TIED TO THE         *
      *                     CUSTOMER THROUGH THE TRANSACTION ID       *
      * - CHARGEBACK LOSS   DISPCASE.DAT DC-CHARGEBACK-AMT OF CASES   *
      *                     LOST IN THE PERIOD                        *
      * - FEES REVERSED     DC-ORIG-FEE-AMT OF THOSE CASES WHERE THE  *
      *                     FEE WAS REVERSED                          *
      * = NET CONTRIBUTION                                            *
      * A LOST CASE'S FEE REVERSAL ALSO RUNS THROUGH FEES-CALC AS AN  *
      * RF ROW UNDER THE ORIGINAL TRANSACTION ID. THAT ROW IS LEFT    *
      * OUT OF FEE REVENUE (THE SAME TEST MONTHEND USES TO TELL IT    *
      * FROM A REFUND) SO THE FEE IS NOT COUNTED TWICE. ORDINARY      *
      * REFUND ROWS STAY IN FEE REVENUE. ALL AMOUNTS ARE HOME         *
      * CURRENCY.                                                     *
      * CONTRACT PRICING: A FEE ROW WHOSE TRANSACTION DATE FALLS      *
      * INSIDE AN ACTIVE CONTRACT.DAT WINDOW FOR THE CUSTOMER WAS     *
      * PRICED BY THAT CONTRACT (THE SAME TEST FEES-CALC APPLIES).    *
      * EACH CONTRACT CUSTOMER GETS A SECOND LINE SHOWING THE LATEST  *
      * ACTIVE CONTRACT IN FORCE DURING THE PERIOD, ITS RATE AND      *
      * EXPIRY, THE FEES IT PRICED, AND "RENEWAL DUE" WHEN IT EXPIRES *
      * WITHIN 90 DAYS OF THE PERIOD END.                             *
      * A MONTH OF DAILY FEES.DAT, TRANS.DAT AND EXTTRAN.DAT FILES IS *
      * CONCATENATED AS THE INPUT. THE REPORT IS CUSTPROF.DAT; ITS    *
      * LAST PAGE CARRIES THE CONTROL COUNTS, INCLUDING PROCESSOR     *
      * FEES THAT COULD NOT BE TIED TO A FEE ROW OF THE PERIOD.       *
      * COMMAND-LINE PARAMETER: PERIOD AS YYYYMM. NO PARAMETER MEANS  *
      * THE MONTH BEFORE THE RUN DATE, THE USUAL EARLY-MONTH RUN.     *
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
           SELECT OPTIONAL EXTERNAL-TRANS ASSIGN TO "EXTTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
      *****************************************************************
      * DISPUTE CASES (SEE DISPCASE.CPY): READ BY KEY TO TELL A       *
      * CHARGEBACK FEE REVERSAL FROM A REFUND, THEN SCANNED FOR THE   *
      * CASES LOST IN THE PERIOD.                                     *
      *****************************************************************
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO "DISPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DC-TRANS-ID
               FILE STATUS IS WS-DC-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CN-STATUS.
           SELECT PROFIT-WORK-FILE ASSIGN TO "CPRFWRK.TMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUST-SUMMARY-FILE ASSIGN TO "CPRFCUS.TMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROFIT-REPORT ASSIGN TO "CUSTPROF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-TRANS-WORK ASSIGN TO "CPRFSRT1.TMP".
           SELECT SORT-CUST-WORK ASSIGN TO "CPRFSRT2.TMP".
           SELECT SORT-RANK-WORK ASSIGN TO "CPRFSRT3.TMP".

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
               88  TR-STAT-REFUND  VALUE "RF".
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

       FD  EXTERNAL-TRANS.
       01  EXT-TRANS-RECORD.
           05  EXT-RECORD-TYPE     PIC X(2).
               88  EXT-HEADER      VALUE "HD".
               88  EXT-DETAIL      VALUE "DT".
               88  EXT-TRAILER     VALUE "TR".
           05  EXT-BATCH-NUM       PIC X(8).
           05  EXT-TRANS-ID        PIC X(16).
           05  EXT-TRANS-DATE      PIC 9(8).
           05  EXT-POST-DATE       PIC 9(8).
           05  EXT-AMOUNT          PIC S9(11)V99 COMP-3.
           05  EXT-TRANS-CODE      PIC X(4).
           05  EXT-ACCOUNT         PIC X(20).
           05  EXT-MERCHANT        PIC X(15).
           05  EXT-CURR-CODE       PIC X(3).
           05  EXT-PROC-STATUS     PIC X(2).
           05  EXT-PROC-TIME       PIC X(26).
           05  EXT-FEES            PIC S9(7)V99 COMP-3.
           05  FILLER              PIC X(35).

       FD  DISPUTE-CASE-FILE.
           COPY "dispcase.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  CONTRACT-FILE.
           COPY "contract.cpy".

      *****************************************************************
      * ONE PROFIT ITEM: A FEE ROW (F), A PROCESSOR FEE (P) OR A LOST *
      * DISPUTE CASE (D). THE SAME LAYOUT IS SORTED BY TRANSACTION ID *
      * TO GIVE PROCESSOR FEES THEIR CUSTOMER, WRITTEN TO THE WORK    *
      * FILE, AND SORTED AGAIN BY CUSTOMER.                           *
      *****************************************************************
       FD  PROFIT-WORK-FILE.
       01  PROFIT-WORK-RECORD      PIC X(53).

       FD  CUST-SUMMARY-FILE.
       01  CUST-SUMMARY-RECORD.
           05  CS-CUST-ID          PIC X(10).
           05  CS-TIER             PIC X(1).
           05  CS-REGION           PIC X(2).
           05  CS-TRANS-COUNT      PIC 9(7).
           05  CS-FEE-REVENUE      PIC S9(9)V99 COMP-3.
           05  CS-WAIVED-FEE       PIC S9(9)V99 COMP-3.
           05  CS-CONTRACT-FEE     PIC S9(9)V99 COMP-3.
           05  CS-PROC-COST        PIC S9(9)V99 COMP-3.
           05  CS-CHGBK-COUNT      PIC 9(5).
           05  CS-CHGBK-LOSS       PIC S9(9)V99 COMP-3.
           05  CS-CHGBK-FEE        PIC S9(9)V99 COMP-3.
           05  CS-CONTRIBUTION     PIC S9(9)V99 COMP-3.
           05  CS-CONTRACT-ID      PIC X(10).
           05  CS-CONTRACT-RATE    PIC 9V9999 COMP-3.
           05  CS-CONTRACT-FLAT    PIC S9(5)V99 COMP-3.
           05  CS-CONTRACT-EXPIRY  PIC 9(8).

       FD  PROFIT-REPORT.
       01  REPORT-LINE             PIC X(132).

       SD  SORT-TRANS-WORK.
       01  SORT-TRANS-RECORD.
           05  ST-TRANS-ID         PIC X(10).
           05  ST-ITEM-TYPE        PIC X(1).
               88  ST-DISPUTE-ITEM VALUE 'D'.
               88  ST-FEE-ITEM     VALUE 'F'.
               88  ST-PROC-ITEM    VALUE 'P'.
           05  ST-CUST-ID          PIC X(10).
           05  ST-DATE             PIC 9(8).
           05  ST-FEE              PIC S9(5)V99 COMP-3.
           05  ST-WAIVED-FEE       PIC S9(5)V99 COMP-3.
           05  ST-CONTRACT-FLAG    PIC X(1).
           05  ST-REVERSAL-FLAG    PIC X(1).
               88  ST-CHGBK-REVERSAL VALUE 'Y'.
           05  ST-PROC-FEE         PIC S9(7)V99 COMP-3.
           05  ST-CHGBK-AMT        PIC S9(7)V99 COMP-3.
           05  ST-CHGBK-FEE        PIC S9(5)V99 COMP-3.

       SD  SORT-CUST-WORK.
       01  SORT-CUST-RECORD.
           05  SC-TRANS-ID         PIC X(10).
           05  SC-ITEM-TYPE        PIC X(1).
               88  SC-DISPUTE-ITEM VALUE 'D'.
               88  SC-FEE-ITEM     VALUE 'F'.
               88  SC-PROC-ITEM    VALUE 'P'.
           05  SC-CUST-ID          PIC X(10).
           05  SC-DATE             PIC 9(8).
           05  SC-FEE              PIC S9(5)V99 COMP-3.
           05  SC-WAIVED-FEE       PIC S9(5)V99 COMP-3.
           05  SC-CONTRACT-FLAG    PIC X(1).
           05  SC-REVERSAL-FLAG    PIC X(1).
           05  SC-PROC-FEE         PIC S9(7)V99 COMP-3.
           05  SC-CHGBK-AMT        PIC S9(7)V99 COMP-3.
           05  SC-CHGBK-FEE        PIC S9(5)V99 COMP-3.

       SD  SORT-RANK-WORK.
       01  SORT-RANK-RECORD.
           05  SK-CUST-ID          PIC X(10).
           05  SK-TIER             PIC X(1).
           05  SK-REGION           PIC X(2).
           05  SK-TRANS-COUNT      PIC 9(7).
           05  SK-FEE-REVENUE      PIC S9(9)V99 COMP-3.
           05  SK-WAIVED-FEE       PIC S9(9)V99 COMP-3.
           05  SK-CONTRACT-FEE     PIC S9(9)V99 COMP-3.
           05  SK-PROC-COST        PIC S9(9)V99 COMP-3.
           05  SK-CHGBK-COUNT      PIC 9(5).
           05  SK-CHGBK-LOSS       PIC S9(9)V99 COMP-3.
           05  SK-CHGBK-FEE        PIC S9(9)V99 COMP-3.
           05  SK-CONTRIBUTION     PIC S9(9)V99 COMP-3.
           05  SK-CONTRACT-ID      PIC X(10).
           05  SK-CONTRACT-RATE    PIC 9V9999 COMP-3.
           05  SK-CONTRACT-FLAT    PIC S9(5)V99 COMP-3.
           05  SK-CONTRACT-EXPIRY  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS     PIC XX.
               88  TRANS-OK        VALUE "00".
               88  TRANS-ERROR     VALUE "30" THRU "99".
           05  WS-FEES-STATUS      PIC XX.
               88  FEES-OK         VALUE "00".
               88  FEES-ERROR      VALUE "30" THRU "99".
           05  WS-EXT-STATUS       PIC XX.
               88  EXT-OK          VALUE "00".
               88  EXT-NOT-PRESENT VALUE "05".
               88  EXT-ERROR       VALUE "30" THRU "99".
           05  WS-DC-STATUS        PIC XX.
               88  DC-OK           VALUE "00".
               88  DC-NOT-PRESENT  VALUE "05".
           05  WS-CM-STATUS        PIC XX.
               88  CM-OK           VALUE "00".
               88  CM-NOT-PRESENT  VALUE "05".
           05  WS-CN-STATUS        PIC XX.
               88  CN-OK           VALUE "00".
               88  CN-NOT-PRESENT  VALUE "05".

       01  WS-FLAGS.
           05  WS-TRANS-EOF-FLAG   PIC X VALUE 'N'.
           05  WS-FEES-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-EXT-EOF-FLAG     PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-FIRST-RECORD     PIC X VALUE 'Y'.
           05  WS-DISPUTE-LOOKUP-FLAG PIC X VALUE 'N'.
               88  DISPUTE-LOOKUP-ON VALUE 'Y'.
           05  WS-CUST-LOOKUP-FLAG PIC X VALUE 'N'.
               88  CUST-LOOKUP-ON  VALUE 'Y'.
           05  WS-CONTRACT-LOOKUP-FLAG PIC X VALUE 'N'.
               88  CONTRACT-LOOKUP-ON VALUE 'Y'.
           05  WS-CONTRACT-FOUND-FLAG PIC X VALUE 'N'.
               88  CONTRACT-FOUND  VALUE 'Y'.
           05  WS-MARGIN-FLAG      PIC X VALUE 'N'.
               88  MARGIN-SHOWN    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FEES-READ        PIC 9(8) VALUE ZERO.
           05  WS-ORPHAN-FEES      PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-FEE-ROWS  PIC 9(8) VALUE ZERO.
           05  WS-CHGBK-REV-ROWS   PIC 9(8) VALUE ZERO.
           05  WS-PROC-ROWS        PIC 9(8) VALUE ZERO.
           05  WS-UNATTRIB-ROWS    PIC 9(8) VALUE ZERO.
           05  WS-LOST-CASES       PIC 9(8) VALUE ZERO.
           05  WS-CUSTOMERS        PIC 9(8) VALUE ZERO.
           05  WS-NOT-ON-MASTER    PIC 9(8) VALUE ZERO.
           05  WS-RENEWALS-DUE     PIC 9(8) VALUE ZERO.
           05  WS-RANK             PIC 9(6) VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-PERIOD-FEE-AMT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CHGBK-REV-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PROC-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNATTRIB-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LOST-CASE-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * PROFIT PERIOD (YYYYMM) AND ITS FIRST AND LAST DAYS. RUN_DATE  *
      * OVERRIDES THE SYSTEM DATE THE SAME WAY IT DOES FOR THE        *
      * NIGHTLY PROGRAMS. A CONTRACT EXPIRING ON OR BEFORE THE        *
      * RENEWAL HORIZON (PERIOD END PLUS WS-RENEWAL-DAYS) IS FLAGGED  *
      * RENEWAL DUE.                                                  *
      *****************************************************************
       01  WS-PARM-RAW             PIC X(6).
       01  WS-PROFIT-PERIOD        PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PROFIT-PERIOD.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  WS-PERIOD-START         PIC 9(8).
       01  WS-PERIOD-END           PIC 9(8).
       01  WS-NEXT-PERIOD-START    PIC 9(8).
       01  WS-RENEWAL-HORIZON      PIC 9(8).
       01  WS-RENEWAL-DAYS         PIC 9(3) VALUE 90.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

      *****************************************************************
      * CONTRACT LOOKUP WINDOW AND RESULT. A FEE ROW LOOKS UP ITS OWN *
      * TRANSACTION DATE; THE CUSTOMER LINE LOOKS UP THE WHOLE        *
      * PERIOD.                                                       *
      *****************************************************************
       01  WS-CONTRACT-LOOKUP.
           05  WS-CN-LOOKUP-CUST   PIC X(10).
           05  WS-CN-WINDOW-FROM   PIC 9(8).
           05  WS-CN-WINDOW-TO     PIC 9(8).
           05  WS-CN-BEST-ID       PIC X(10).
           05  WS-CN-BEST-RATE     PIC 9V9999 COMP-3.
           05  WS-CN-BEST-FLAT     PIC S9(5)V99 COMP-3.
           05  WS-CN-BEST-EXPIRY   PIC 9(8).

       01  WS-ATTRIBUTION.
           05  WS-ATTR-TRANS-ID    PIC X(10).
           05  WS-ATTR-CUST-ID     PIC X(10).

      *****************************************************************
      * ROLLUP FIGURES. WS-RW-FIGURES IS THE WORK COPY EACH TIER,     *
      * REGION AND GRAND-TOTAL ENTRY IS MOVED THROUGH WHEN A CUSTOMER *
      * IS ADDED OR A LINE IS PRINTED; ALL FOUR SHARE ONE LAYOUT.     *
      * TIER 4 AND REGION 6 HOLD CUSTOMERS NOT ON CUSTMAST.DAT OR     *
      * CARRYING A CODE OUTSIDE THE LIST.                             *
      *****************************************************************
       01  WS-TIER-TABLE.
           05  WS-TT-ENTRY OCCURS 4 TIMES
               INDEXED BY WS-TT-IDX.
               10  WS-TT-CODE      PIC X(1).
               10  WS-TT-LABEL     PIC X(14).
               10  WS-TT-FIGURES.
                   15  WS-TT-CUSTOMERS  PIC 9(6).
                   15  WS-TT-TRANS      PIC 9(8).
                   15  WS-TT-REVENUE    PIC S9(11)V99 COMP-3.
                   15  WS-TT-WAIVED     PIC S9(11)V99 COMP-3.
                   15  WS-TT-PROC       PIC S9(11)V99 COMP-3.
                   15  WS-TT-CHGBK-LOSS PIC S9(11)V99 COMP-3.
                   15  WS-TT-CHGBK-FEE  PIC S9(11)V99 COMP-3.
                   15  WS-TT-CONTRIB    PIC S9(11)V99 COMP-3.

       01  WS-REGION-TABLE.
           05  WS-RG-ENTRY OCCURS 6 TIMES
               INDEXED BY WS-RG-IDX.
               10  WS-RG-CODE      PIC X(2).
               10  WS-RG-LABEL     PIC X(14).
               10  WS-RG-FIGURES.
                   15  WS-RG-CUSTOMERS  PIC 9(6).
                   15  WS-RG-TRANS      PIC 9(8).
                   15  WS-RG-REVENUE    PIC S9(11)V99 COMP-3.
                   15  WS-RG-WAIVED     PIC S9(11)V99 COMP-3.
                   15  WS-RG-PROC       PIC S9(11)V99 COMP-3.
                   15  WS-RG-CHGBK-LOSS PIC S9(11)V99 COMP-3.
                   15  WS-RG-CHGBK-FEE  PIC S9(11)V99 COMP-3.
                   15  WS-RG-CONTRIB    PIC S9(11)V99 COMP-3.

       01  WS-GT-FIGURES.
           05  WS-GT-CUSTOMERS     PIC 9(6).
           05  WS-GT-TRANS         PIC 9(8).
           05  WS-GT-REVENUE       PIC S9(11)V99 COMP-3.
           05  WS-GT-WAIVED        PIC S9(11)V99 COMP-3.
           05  WS-GT-PROC          PIC S9(11)V99 COMP-3.
           05  WS-GT-CHGBK-LOSS    PIC S9(11)V99 COMP-3.
           05  WS-GT-CHGBK-FEE     PIC S9(11)V99 COMP-3.
           05  WS-GT-CONTRIB       PIC S9(11)V99 COMP-3.

       01  WS-RW-FIGURES.
           05  WS-RW-CUSTOMERS     PIC 9(6).
           05  WS-RW-TRANS         PIC 9(8).
           05  WS-RW-REVENUE       PIC S9(11)V99 COMP-3.
           05  WS-RW-WAIVED        PIC S9(11)V99 COMP-3.
           05  WS-RW-PROC          PIC S9(11)V99 COMP-3.
           05  WS-RW-CHGBK-LOSS    PIC S9(11)V99 COMP-3.
           05  WS-RW-CHGBK-FEE     PIC S9(11)V99 COMP-3.
           05  WS-RW-CONTRIB       PIC S9(11)V99 COMP-3.
       01  WS-RW-LABEL             PIC X(14).

       01  WS-MARGIN-CALC.
           05  WS-MARGIN-REVENUE   PIC S9(11)V99 COMP-3.
           05  WS-MARGIN-CONTRIB   PIC S9(11)V99 COMP-3.
           05  WS-MARGIN-PCT       PIC S9(4)V9 COMP-3.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(50) VALUE SPACES.
               10  FILLER          PIC X(32)
                   VALUE "CUSTOMER PROFITABILITY REPORT".
               10  FILLER          PIC X(50) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(8) VALUE "PERIOD: ".
               10  WS-H2-PERIOD    PIC 9(6).
               10  FILLER          PIC X(10) VALUE SPACES.
               10  FILLER          PIC X(10) VALUE "RUN DATE: ".
               10  WS-H2-RUN-DATE  PIC 9(8).
               10  FILLER          PIC X(90) VALUE SPACES.
           05  WS-FORMULA-LINE.
               10  FILLER          PIC X(40)
                   VALUE "NET CONTRIBUTION = FEE REVENUE - PROCESS".
               10  FILLER          PIC X(40)
                   VALUE "OR COST - CHARGEBACK LOSS - FEES REVERSE".
               10  FILLER          PIC X(40)
                   VALUE "D. WAIVED FEES ARE SHOWN FOR INFORMATION".
               10  FILLER          PIC X(12) VALUE " ONLY.".
           05  WS-SECTION-HDR.
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-SH-TITLE     PIC X(50).
               10  FILLER          PIC X(80) VALUE SPACES.
           05  WS-RANK-COL-HDR.
               10  FILLER          PIC X(6) VALUE "  RANK".
               10  FILLER          PIC X(11) VALUE " CUSTOMER".
               10  FILLER          PIC X(2) VALUE "T ".
               10  FILLER          PIC X(3) VALUE "RG ".
               10  WS-RANK-COL-FIGURES.
                   15  FILLER      PIC X(11) VALUE "     TRANS ".
                   15  FILLER      PIC X(16)
                       VALUE "    FEE REVENUE ".
                   15  FILLER      PIC X(15)
                       VALUE " WAIVED (MEMO) ".
                   15  FILLER      PIC X(15)
                       VALUE "PROCESSOR COST ".
                   15  FILLER      PIC X(15)
                       VALUE "  CHGBACK LOSS ".
                   15  FILLER      PIC X(15)
                       VALUE " FEES REVERSED ".
                   15  FILLER      PIC X(16)
                       VALUE "   CONTRIBUTION ".
                   15  FILLER      PIC X(7) VALUE "MARGIN%".
           05  WS-ROLLUP-COL-HDR.
               10  WS-RH-LABEL     PIC X(14).
               10  FILLER          PIC X(8) VALUE " CUSTS  ".
               10  WS-RH-FIGURES   PIC X(110).

       01  WS-DETAIL-LINE.
           05  WS-DL-KEY-AREA.
               10  WS-DL-RANK      PIC ZZZZ9.
               10  FILLER          PIC X(1) VALUE SPACES.
               10  WS-DL-CUST-ID   PIC X(10).
               10  FILLER          PIC X(1) VALUE SPACES.
               10  WS-DL-TIER      PIC X(1).
               10  FILLER          PIC X(1) VALUE SPACES.
               10  WS-DL-REGION    PIC X(2).
               10  FILLER          PIC X(1) VALUE SPACES.
           05  WS-DL-GROUP-AREA REDEFINES WS-DL-KEY-AREA.
               10  WS-DL-GROUP-LABEL PIC X(14).
               10  WS-DL-CUSTOMERS PIC ZZ,ZZ9.
               10  FILLER          PIC X(2).
           05  WS-DL-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-REVENUE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-WAIVED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-PROC          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-CHGBK-LOSS    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-CHGBK-FEE     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-CONTRIB       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-MARGIN        PIC ZZZ9.9-.
           05  WS-DL-MARGIN-X REDEFINES WS-DL-MARGIN PIC X(7).

       01  WS-CONTRACT-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "CONTRACT ".
           05  WS-CT-CONTRACT-ID   PIC X(10).
           05  FILLER              PIC X(7) VALUE "  RATE ".
           05  WS-CT-RATE          PIC ZZ9.99.
           05  FILLER              PIC X(4) VALUE "% + ".
           05  WS-CT-FLAT          PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(10) VALUE "  EXPIRES ".
           05  WS-CT-EXPIRY        PIC 9(8).
           05  FILLER              PIC X(22)
               VALUE "  FEES UNDER CONTRACT ".
           05  WS-CT-CONTRACT-FEE  PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CT-RENEWAL       PIC X(14).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CNT-LABEL        PIC X(52).
           05  WS-CNT-VALUE        PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-CNT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-CNT-AMOUNT-X REDEFINES WS-CNT-AMOUNT PIC X(18).
           05  FILLER              PIC X(47) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           SORT SORT-TRANS-WORK
               ON ASCENDING KEY ST-TRANS-ID ST-ITEM-TYPE
               INPUT PROCEDURE IS COLLECT-PROFIT-ITEMS
               OUTPUT PROCEDURE IS ATTRIBUTE-TO-CUSTOMERS
           SORT SORT-CUST-WORK
               ON ASCENDING KEY SC-CUST-ID
               USING PROFIT-WORK-FILE
               OUTPUT PROCEDURE IS SUMMARISE-CUSTOMERS
           SORT SORT-RANK-WORK
               ON DESCENDING KEY SK-CONTRIBUTION
               ON ASCENDING KEY SK-CUST-ID
               USING CUST-SUMMARY-FILE
               OUTPUT PROCEDURE IS PRINT-RANKING
           PERFORM PRINT-ROLLUPS
           PERFORM PRINT-CONTROL-COUNTS
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
           PERFORM ESTABLISH-PROFIT-PERIOD
           OPEN INPUT TRANS-FILE
           IF NOT TRANS-OK
               DISPLAY "TRANS.DAT NOT AVAILABLE: " WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FEES-FILE
           IF NOT FEES-OK
               DISPLAY "FEES.DAT NOT AVAILABLE: " WS-FEES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROFIT-REPORT
           PERFORM OPEN-DISPUTE-CASE-FILE
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-CONTRACT-FILE
           PERFORM INIT-ROLLUP-TABLES.

       ESTABLISH-PROFIT-PERIOD.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-PROFIT-PERIOD =
                       (WS-RUN-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-PROFIT-PERIOD =
                       WS-RUN-YEAR * 100 + WS-RUN-MONTH - 1
               END-IF
           ELSE
               IF WS-PARM-RAW IS NOT NUMERIC
                   DISPLAY "INVALID PROFIT PERIOD PARAMETER: "
                       WS-PARM-RAW
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-RAW TO WS-PROFIT-PERIOD
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "INVALID PROFIT PERIOD PARAMETER: "
                       WS-PARM-RAW
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-PERIOD-START = WS-PROFIT-PERIOD * 100 + 1
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-PERIOD-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-PERIOD-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1)
           COMPUTE WS-RENEWAL-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               + WS-RENEWAL-DAYS).

      *****************************************************************
      * THE LOOKUP FILES ARE OPTIONAL. WITHOUT DISPCASE.DAT THERE ARE *
      * NO DISPUTE LOSSES AND EVERY RF ROW STAYS IN FEE REVENUE;      *
      * WITHOUT CUSTMAST.DAT EVERY CUSTOMER ROLLS UP UNDER            *
      * OTHER/UNKNOWN; WITHOUT CONTRACT.DAT NO CONTRACT LINES PRINT.  *
      *****************************************************************
       OPEN-DISPUTE-CASE-FILE.
           OPEN INPUT DISPUTE-CASE-FILE
           IF DC-OK
               MOVE 'Y' TO WS-DISPUTE-LOOKUP-FLAG
           ELSE
               DISPLAY "WARNING: DISPCASE.DAT NOT AVAILABLE - "
                   "NO DISPUTE LOSSES REPORTED"
               IF DC-NOT-PRESENT
                   CLOSE DISPUTE-CASE-FILE
               END-IF
           END-IF.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF CM-OK
               MOVE 'Y' TO WS-CUST-LOOKUP-FLAG
           ELSE
               DISPLAY "WARNING: CUSTMAST.DAT NOT AVAILABLE - "
                   "TIER AND REGION NOT KNOWN"
               IF CM-NOT-PRESENT
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF.

       OPEN-CONTRACT-FILE.
           OPEN INPUT CONTRACT-FILE
           IF CN-OK
               MOVE 'Y' TO WS-CONTRACT-LOOKUP-FLAG
           ELSE
               DISPLAY "WARNING: CONTRACT.DAT NOT AVAILABLE - "
                   "CONTRACT PRICING NOT SHOWN"
               IF CN-NOT-PRESENT
                   CLOSE CONTRACT-FILE
               END-IF
           END-IF.

       INIT-ROLLUP-TABLES.
           MOVE 'G' TO WS-TT-CODE(1)
           MOVE "GOLD" TO WS-TT-LABEL(1)
           MOVE 'S' TO WS-TT-CODE(2)
           MOVE "SILVER" TO WS-TT-LABEL(2)
           MOVE 'B' TO WS-TT-CODE(3)
           MOVE "BRONZE" TO WS-TT-LABEL(3)
           MOVE '?' TO WS-TT-CODE(4)
           MOVE "OTHER/UNKNOWN" TO WS-TT-LABEL(4)
           MOVE "NO" TO WS-RG-CODE(1)
           MOVE "NORTH" TO WS-RG-LABEL(1)
           MOVE "SO" TO WS-RG-CODE(2)
           MOVE "SOUTH" TO WS-RG-LABEL(2)
           MOVE "EA" TO WS-RG-CODE(3)
           MOVE "EAST" TO WS-RG-LABEL(3)
           MOVE "WE" TO WS-RG-CODE(4)
           MOVE "WEST" TO WS-RG-LABEL(4)
           MOVE "CE" TO WS-RG-CODE(5)
           MOVE "CENTRAL" TO WS-RG-LABEL(5)
           MOVE "??" TO WS-RG-CODE(6)
           MOVE "OTHER/UNKNOWN" TO WS-RG-LABEL(6)
           PERFORM CLEAR-ROLLUP-WORK
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > 4
               MOVE WS-RW-FIGURES TO WS-TT-FIGURES(WS-TT-IDX)
           END-PERFORM
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > 6
               MOVE WS-RW-FIGURES TO WS-RG-FIGURES(WS-RG-IDX)
           END-PERFORM
           MOVE WS-RW-FIGURES TO WS-GT-FIGURES.

       CLEAR-ROLLUP-WORK.
           MOVE ZERO TO WS-RW-CUSTOMERS
           MOVE ZERO TO WS-RW-TRANS
           MOVE ZERO TO WS-RW-REVENUE
           MOVE ZERO TO WS-RW-WAIVED
           MOVE ZERO TO WS-RW-PROC
           MOVE ZERO TO WS-RW-CHGBK-LOSS
           MOVE ZERO TO WS-RW-CHGBK-FEE
           MOVE ZERO TO WS-RW-CONTRIB.

      *****************************************************************
      * FIRST SORT, INPUT SIDE: EVERY PROFIT ITEM OF THE PERIOD,      *
      * KEYED BY TRANSACTION ID SO A PROCESSOR FEE FOLLOWS THE FEE    *
      * ROW THAT NAMES ITS CUSTOMER.                                  *
      *****************************************************************
       COLLECT-PROFIT-ITEMS.
           PERFORM JOIN-FEES-TO-TRANS
           PERFORM RELEASE-PROCESSOR-FEES
           PERFORM RELEASE-LOST-DISPUTES.

      *****************************************************************
      * FEES.DAT DRIVES: FOR EACH FEE ROW, ADVANCE TRANS.DAT UNTIL    *
      * TR-ID = FE-ID (TRANSACTIONS WITHOUT A FEE ROW WERE REJECTED   *
      * BY FEES-CALC AND ARE SKIPPED). A FEE ROW WHOSE TRANSACTION    *
      * NEVER TURNS UP IS COUNTED - THE TWO FILES ARE NOT FROM THE    *
      * SAME RUN. A MATCHED TRANSACTION IS STEPPED PAST AT ONCE: A    *
      * REFUND OR REVERSAL CARRIES THE SAME ID AS THE TRANSACTION IT  *
      * REVERSES, AND ITS FEE ROW MUST MEET ITS OWN TRANS.DAT RECORD. *
      *****************************************************************
       JOIN-FEES-TO-TRANS.
           PERFORM READ-FEE
           PERFORM UNTIL WS-FEES-EOF-FLAG = 'Y'
               PERFORM FIND-MATCHING-TRANS
               IF WS-TRANS-EOF-FLAG = 'N' AND TR-ID = FE-ID
                   IF TR-DATE(1:6) = WS-PROFIT-PERIOD
                       PERFORM RELEASE-FEE-ITEM
                   END-IF
                   PERFORM READ-TRANS
               ELSE
                   ADD 1 TO WS-ORPHAN-FEES
               END-IF
               PERFORM READ-FEE
           END-PERFORM.

       FIND-MATCHING-TRANS.
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 'Y'
                   OR TR-ID = FE-ID
               PERFORM READ-TRANS
           END-PERFORM.

       RELEASE-FEE-ITEM.
           MOVE TR-ID TO ST-TRANS-ID
           SET ST-FEE-ITEM TO TRUE
           MOVE TR-CUST-ID TO ST-CUST-ID
           MOVE TR-DATE TO ST-DATE
           MOVE FE-FINAL-FEE TO ST-FEE
           MOVE FE-WAIVED-FEE TO ST-WAIVED-FEE
           MOVE 'N' TO ST-REVERSAL-FLAG
           MOVE ZERO TO ST-PROC-FEE
           MOVE ZERO TO ST-CHGBK-AMT
           MOVE ZERO TO ST-CHGBK-FEE
           IF TR-STAT-REFUND
               PERFORM CLASSIFY-FEE-REVERSAL
           END-IF
           MOVE TR-CUST-ID TO WS-CN-LOOKUP-CUST
           MOVE TR-DATE TO WS-CN-WINDOW-FROM
           MOVE TR-DATE TO WS-CN-WINDOW-TO
           PERFORM FIND-CONTRACT-IN-WINDOW
           IF CONTRACT-FOUND
               MOVE 'Y' TO ST-CONTRACT-FLAG
           ELSE
               MOVE 'N' TO ST-CONTRACT-FLAG
           END-IF
           ADD 1 TO WS-PERIOD-FEE-ROWS
           ADD FE-FINAL-FEE TO WS-PERIOD-FEE-AMT
           RELEASE SORT-TRANS-RECORD.

      *****************************************************************
      * AN RF ROW IS A CHARGEBACK FEE REVERSAL WHEN ITS ID IS A       *
      * DISPUTE CASE THAT WAS LOST AND HAD ITS FEE REVERSED (THE      *
      * MONTHEND TEST). ITS COST IS COUNTED FROM THE CASE INSTEAD.    *
      *****************************************************************
       CLASSIFY-FEE-REVERSAL.
           IF DISPUTE-LOOKUP-ON
               MOVE TR-ID TO DC-TRANS-ID
               READ DISPUTE-CASE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF DC-OK AND DC-STATUS-LOST AND DC-FEE-REVERSED-YES
                   SET ST-CHGBK-REVERSAL TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * WALK THE CUSTOMER'S CONTRACT ROWS (OLDEST FIRST, AS FEES-CALC *
      * DOES) AND KEEP THE LATEST ACTIVE ONE WHOSE EFFECTIVE/EXPIRY   *
      * WINDOW OVERLAPS WS-CN-WINDOW-FROM THRU WS-CN-WINDOW-TO.       *
      *****************************************************************
       FIND-CONTRACT-IN-WINDOW.
           MOVE 'N' TO WS-CONTRACT-FOUND-FLAG
           IF NOT CONTRACT-LOOKUP-ON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CN-LOOKUP-CUST TO CN-CUST-ID
           MOVE ZERO TO CN-EFF-DATE
           START CONTRACT-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT CN-OK
               READ CONTRACT-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF CN-OK
                   IF CN-CUST-ID NOT = WS-CN-LOOKUP-CUST
                       EXIT PERFORM
                   END-IF
                   IF CN-ACTIVE
                           AND CN-EFF-DATE <= WS-CN-WINDOW-TO
                           AND CN-EXPIRY-DATE >= WS-CN-WINDOW-FROM
                       MOVE 'Y' TO WS-CONTRACT-FOUND-FLAG
                       MOVE CN-CONTRACT-ID TO WS-CN-BEST-ID
                       MOVE CN-RATE-PCT TO WS-CN-BEST-RATE
                       MOVE CN-FLAT-FEE TO WS-CN-BEST-FLAT
                       MOVE CN-EXPIRY-DATE TO WS-CN-BEST-EXPIRY
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * PROCESSOR FEES FROM THE MONTH'S EXTTRAN.DAT DETAIL RECORDS.   *
      * THE PROCESSOR CARRIES OUR TRANSACTION ID SPACE-PADDED TO 16.  *
      *****************************************************************
       RELEASE-PROCESSOR-FEES.
           OPEN INPUT EXTERNAL-TRANS
           IF NOT EXT-OK
               DISPLAY "WARNING: EXTTRAN.DAT NOT AVAILABLE - "
                   "NO PROCESSOR COST REPORTED"
               IF EXT-NOT-PRESENT
                   CLOSE EXTERNAL-TRANS
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-EXTERNAL-TRANS
           PERFORM UNTIL WS-EXT-EOF-FLAG = 'Y'
               IF EXT-DETAIL
                   MOVE EXT-TRANS-ID(1:10) TO ST-TRANS-ID
                   SET ST-PROC-ITEM TO TRUE
                   MOVE SPACES TO ST-CUST-ID
                   MOVE EXT-TRANS-DATE TO ST-DATE
                   MOVE ZERO TO ST-FEE
                   MOVE ZERO TO ST-WAIVED-FEE
                   MOVE 'N' TO ST-CONTRACT-FLAG
                   MOVE 'N' TO ST-REVERSAL-FLAG
                   MOVE EXT-FEES TO ST-PROC-FEE
                   MOVE ZERO TO ST-CHGBK-AMT
                   MOVE ZERO TO ST-CHGBK-FEE
                   ADD 1 TO WS-PROC-ROWS
                   ADD EXT-FEES TO WS-PROC-AMT
                   RELEASE SORT-TRANS-RECORD
               END-IF
               PERFORM READ-EXTERNAL-TRANS
           END-PERFORM
           CLOSE EXTERNAL-TRANS.

      *****************************************************************
      * DISPUTE CASES LOST IN THE PERIOD, BY OUTCOME DATE. THE CASE   *
      * CARRIES ITS OWN CUSTOMER.                                     *
      *****************************************************************
       RELEASE-LOST-DISPUTES.
           IF NOT DISPUTE-LOOKUP-ON
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DC-TRANS-ID
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DC-TRANS-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT DC-OK
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF DC-OK AND DC-STATUS-LOST
                       AND DC-OUTCOME-DATE >= WS-PERIOD-START
                       AND DC-OUTCOME-DATE <= WS-PERIOD-END
                   PERFORM RELEASE-DISPUTE-ITEM
               END-IF
           END-PERFORM.

       RELEASE-DISPUTE-ITEM.
           MOVE DC-TRANS-ID TO ST-TRANS-ID
           SET ST-DISPUTE-ITEM TO TRUE
           MOVE DC-CUST-ID TO ST-CUST-ID
           MOVE DC-OUTCOME-DATE TO ST-DATE
           MOVE ZERO TO ST-FEE
           MOVE ZERO TO ST-WAIVED-FEE
           MOVE 'N' TO ST-CONTRACT-FLAG
           MOVE 'N' TO ST-REVERSAL-FLAG
           MOVE ZERO TO ST-PROC-FEE
           MOVE DC-CHARGEBACK-AMT TO ST-CHGBK-AMT
           IF DC-FEE-REVERSED-YES
               MOVE DC-ORIG-FEE-AMT TO ST-CHGBK-FEE
           ELSE
               MOVE ZERO TO ST-CHGBK-FEE
           END-IF
           ADD 1 TO WS-LOST-CASES
           ADD DC-CHARGEBACK-AMT TO WS-LOST-CASE-AMT
           RELEASE SORT-TRANS-RECORD.

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

       READ-EXTERNAL-TRANS.
           READ EXTERNAL-TRANS
               AT END MOVE 'Y' TO WS-EXT-EOF-FLAG
           END-READ
           IF EXT-ERROR
               DISPLAY "FILE ERROR ON EXTTRAN.DAT: " WS-EXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * FIRST SORT, OUTPUT SIDE. WITHIN A TRANSACTION ID THE ITEMS    *
      * ARRIVE D, F, P: THE FEE ROW NAMES THE CUSTOMER AND THE        *
      * PROCESSOR FEES AFTER IT ARE CHARGED TO THAT CUSTOMER. A       *
      * PROCESSOR FEE WITH NO FEE ROW OF THE PERIOD CANNOT BE         *
      * ATTRIBUTED AND IS ONLY COUNTED. CHARGEBACK REVERSAL ROWS HAVE *
      * DONE THEIR JOB (NAMING THE CUSTOMER) AND ARE DROPPED HERE.    *
      *****************************************************************
       ATTRIBUTE-TO-CUSTOMERS.
           OPEN OUTPUT PROFIT-WORK-FILE
           MOVE SPACES TO WS-ATTR-TRANS-ID
           MOVE SPACES TO WS-ATTR-CUST-ID
           PERFORM RETURN-TRANS-ITEM
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               IF ST-TRANS-ID NOT = WS-ATTR-TRANS-ID
                   MOVE ST-TRANS-ID TO WS-ATTR-TRANS-ID
                   MOVE SPACES TO WS-ATTR-CUST-ID
               END-IF
               EVALUATE TRUE
                   WHEN ST-DISPUTE-ITEM
                       WRITE PROFIT-WORK-RECORD
                           FROM SORT-TRANS-RECORD
                   WHEN ST-FEE-ITEM
                       MOVE ST-CUST-ID TO WS-ATTR-CUST-ID
                       IF ST-CHGBK-REVERSAL
                           ADD 1 TO WS-CHGBK-REV-ROWS
                           ADD ST-FEE TO WS-CHGBK-REV-AMT
                       ELSE
                           WRITE PROFIT-WORK-RECORD
                               FROM SORT-TRANS-RECORD
                       END-IF
                   WHEN ST-PROC-ITEM
                       IF WS-ATTR-CUST-ID = SPACES
                           ADD 1 TO WS-UNATTRIB-ROWS
                           ADD ST-PROC-FEE TO WS-UNATTRIB-AMT
                       ELSE
                           MOVE WS-ATTR-CUST-ID TO ST-CUST-ID
                           WRITE PROFIT-WORK-RECORD
                               FROM SORT-TRANS-RECORD
                       END-IF
               END-EVALUATE
               PERFORM RETURN-TRANS-ITEM
           END-PERFORM
           CLOSE PROFIT-WORK-FILE.

       RETURN-TRANS-ITEM.
           RETURN SORT-TRANS-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

      *****************************************************************
      * SECOND SORT, OUTPUT SIDE: ONE SUMMARY ROW PER CUSTOMER, WITH  *
      * TIER AND REGION FROM CUSTMAST.DAT AND THE CONTRACT IN FORCE   *
      * DURING THE PERIOD.                                            *
      *****************************************************************
       SUMMARISE-CUSTOMERS.
           OPEN OUTPUT CUST-SUMMARY-FILE
           MOVE 'N' TO WS-SORT-EOF-FLAG
           MOVE 'Y' TO WS-FIRST-RECORD
           PERFORM RETURN-CUST-ITEM
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               IF WS-FIRST-RECORD = 'Y'
                   MOVE 'N' TO WS-FIRST-RECORD
                   PERFORM START-CUSTOMER-SUMMARY
               END-IF
               IF SC-CUST-ID NOT = CS-CUST-ID
                   PERFORM FINISH-CUSTOMER-SUMMARY
                   PERFORM START-CUSTOMER-SUMMARY
               END-IF
               PERFORM ACCUMULATE-CUSTOMER-ITEM
               PERFORM RETURN-CUST-ITEM
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM FINISH-CUSTOMER-SUMMARY
           END-IF
           CLOSE CUST-SUMMARY-FILE.

       RETURN-CUST-ITEM.
           RETURN SORT-CUST-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       START-CUSTOMER-SUMMARY.
           MOVE SC-CUST-ID TO CS-CUST-ID
           MOVE ZERO TO CS-TRANS-COUNT
           MOVE ZERO TO CS-FEE-REVENUE
           MOVE ZERO TO CS-WAIVED-FEE
           MOVE ZERO TO CS-CONTRACT-FEE
           MOVE ZERO TO CS-PROC-COST
           MOVE ZERO TO CS-CHGBK-COUNT
           MOVE ZERO TO CS-CHGBK-LOSS
           MOVE ZERO TO CS-CHGBK-FEE.

       ACCUMULATE-CUSTOMER-ITEM.
           EVALUATE TRUE
               WHEN SC-FEE-ITEM
                   ADD 1 TO CS-TRANS-COUNT
                   ADD SC-FEE TO CS-FEE-REVENUE
                   ADD SC-WAIVED-FEE TO CS-WAIVED-FEE
                   IF SC-CONTRACT-FLAG = 'Y'
                       ADD SC-FEE TO CS-CONTRACT-FEE
                   END-IF
               WHEN SC-PROC-ITEM
                   ADD SC-PROC-FEE TO CS-PROC-COST
               WHEN SC-DISPUTE-ITEM
                   ADD 1 TO CS-CHGBK-COUNT
                   ADD SC-CHGBK-AMT TO CS-CHGBK-LOSS
                   ADD SC-CHGBK-FEE TO CS-CHGBK-FEE
           END-EVALUATE.

       FINISH-CUSTOMER-SUMMARY.
           COMPUTE CS-CONTRIBUTION = CS-FEE-REVENUE - CS-PROC-COST
               - CS-CHGBK-LOSS - CS-CHGBK-FEE
           PERFORM LOOKUP-CUSTOMER-MASTER
           MOVE CS-CUST-ID TO WS-CN-LOOKUP-CUST
           MOVE WS-PERIOD-START TO WS-CN-WINDOW-FROM
           MOVE WS-PERIOD-END TO WS-CN-WINDOW-TO
           PERFORM FIND-CONTRACT-IN-WINDOW
           IF CONTRACT-FOUND
               MOVE WS-CN-BEST-ID TO CS-CONTRACT-ID
               MOVE WS-CN-BEST-RATE TO CS-CONTRACT-RATE
               MOVE WS-CN-BEST-FLAT TO CS-CONTRACT-FLAT
               MOVE WS-CN-BEST-EXPIRY TO CS-CONTRACT-EXPIRY
           ELSE
               MOVE SPACES TO CS-CONTRACT-ID
               MOVE ZERO TO CS-CONTRACT-RATE
               MOVE ZERO TO CS-CONTRACT-FLAT
               MOVE ZERO TO CS-CONTRACT-EXPIRY
           END-IF
           WRITE CUST-SUMMARY-RECORD
           ADD 1 TO WS-CUSTOMERS.

       LOOKUP-CUSTOMER-MASTER.
           MOVE '?' TO CS-TIER
           MOVE "??" TO CS-REGION
           IF CUST-LOOKUP-ON
               MOVE CS-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF CM-OK
                   MOVE CM-TIER TO CS-TIER
                   MOVE CM-REGION TO CS-REGION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-NOT-ON-MASTER.

      *****************************************************************
      * THIRD SORT, OUTPUT SIDE: THE RANKED CUSTOMER LIST, HIGHEST    *
      * NET CONTRIBUTION FIRST, WITH THE CONTRACT LINE UNDER EACH     *
      * CONTRACT CUSTOMER. EACH CUSTOMER IS ADDED TO ITS TIER AND     *
      * REGION AND TO THE GRAND TOTAL AS IT PRINTS.                   *
      *****************************************************************
       PRINT-RANKING.
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-PROFIT-PERIOD TO WS-H2-PERIOD
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-FORMULA-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS RANKED BY NET CONTRIBUTION" TO WS-SH-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-HDR
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-RANK-COL-HDR
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM RETURN-RANK-ITEM
           IF WS-SORT-EOF-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               MOVE "  NO CUSTOMER ACTIVITY FOR THE PERIOD"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               ADD 1 TO WS-RANK
               PERFORM PRINT-CUSTOMER-LINE
               PERFORM ADD-CUSTOMER-TO-ROLLUPS
               PERFORM RETURN-RANK-ITEM
           END-PERFORM.

       RETURN-RANK-ITEM.
           RETURN SORT-RANK-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       PRINT-CUSTOMER-LINE.
           MOVE SPACES TO WS-DL-KEY-AREA
           MOVE WS-RANK TO WS-DL-RANK
           MOVE SK-CUST-ID TO WS-DL-CUST-ID
           MOVE SK-TIER TO WS-DL-TIER
           MOVE SK-REGION TO WS-DL-REGION
           MOVE SK-TRANS-COUNT TO WS-DL-COUNT
           MOVE SK-FEE-REVENUE TO WS-DL-REVENUE
           MOVE SK-WAIVED-FEE TO WS-DL-WAIVED
           MOVE SK-PROC-COST TO WS-DL-PROC
           MOVE SK-CHGBK-LOSS TO WS-DL-CHGBK-LOSS
           MOVE SK-CHGBK-FEE TO WS-DL-CHGBK-FEE
           MOVE SK-CONTRIBUTION TO WS-DL-CONTRIB
           MOVE SK-FEE-REVENUE TO WS-MARGIN-REVENUE
           MOVE SK-CONTRIBUTION TO WS-MARGIN-CONTRIB
           PERFORM SET-MARGIN
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF SK-CONTRACT-ID NOT = SPACES
               PERFORM PRINT-CONTRACT-LINE
           END-IF.

      *****************************************************************
      * MARGIN IS NET CONTRIBUTION AS A PERCENTAGE OF FEE REVENUE.    *
      * WITH NO POSITIVE REVENUE, OR A PERCENTAGE TOO LARGE TO PRINT, *
      * THE COLUMN SHOWS N/A.                                         *
      *****************************************************************
       SET-MARGIN.
           MOVE 'N' TO WS-MARGIN-FLAG
           IF WS-MARGIN-REVENUE > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-CONTRIB * 100 / WS-MARGIN-REVENUE
                   ON SIZE ERROR CONTINUE
                   NOT ON SIZE ERROR MOVE 'Y' TO WS-MARGIN-FLAG
               END-COMPUTE
           END-IF
           IF MARGIN-SHOWN
               MOVE WS-MARGIN-PCT TO WS-DL-MARGIN
           ELSE
               MOVE "    N/A" TO WS-DL-MARGIN-X
           END-IF.

       PRINT-CONTRACT-LINE.
           MOVE SK-CONTRACT-ID TO WS-CT-CONTRACT-ID
           COMPUTE WS-CT-RATE = SK-CONTRACT-RATE * 100
           MOVE SK-CONTRACT-FLAT TO WS-CT-FLAT
           MOVE SK-CONTRACT-EXPIRY TO WS-CT-EXPIRY
           MOVE SK-CONTRACT-FEE TO WS-CT-CONTRACT-FEE
           IF SK-CONTRACT-EXPIRY <= WS-RENEWAL-HORIZON
               MOVE "  RENEWAL DUE" TO WS-CT-RENEWAL
               ADD 1 TO WS-RENEWALS-DUE
           ELSE
               MOVE SPACES TO WS-CT-RENEWAL
           END-IF
           WRITE REPORT-LINE FROM WS-CONTRACT-LINE
               AFTER ADVANCING 1 LINE.

       ADD-CUSTOMER-TO-ROLLUPS.
           EVALUATE SK-TIER
               WHEN 'G'
                   SET WS-TT-IDX TO 1
               WHEN 'S'
                   SET WS-TT-IDX TO 2
               WHEN 'B'
                   SET WS-TT-IDX TO 3
               WHEN OTHER
                   SET WS-TT-IDX TO 4
           END-EVALUATE
           MOVE WS-TT-FIGURES(WS-TT-IDX) TO WS-RW-FIGURES
           PERFORM ADD-CUSTOMER-TO-WORK
           MOVE WS-RW-FIGURES TO WS-TT-FIGURES(WS-TT-IDX)
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > 5
               IF WS-RG-CODE(WS-RG-IDX) = SK-REGION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-RG-FIGURES(WS-RG-IDX) TO WS-RW-FIGURES
           PERFORM ADD-CUSTOMER-TO-WORK
           MOVE WS-RW-FIGURES TO WS-RG-FIGURES(WS-RG-IDX)
           MOVE WS-GT-FIGURES TO WS-RW-FIGURES
           PERFORM ADD-CUSTOMER-TO-WORK
           MOVE WS-RW-FIGURES TO WS-GT-FIGURES.

       ADD-CUSTOMER-TO-WORK.
           ADD 1 TO WS-RW-CUSTOMERS
           ADD SK-TRANS-COUNT TO WS-RW-TRANS
           ADD SK-FEE-REVENUE TO WS-RW-REVENUE
           ADD SK-WAIVED-FEE TO WS-RW-WAIVED
           ADD SK-PROC-COST TO WS-RW-PROC
           ADD SK-CHGBK-LOSS TO WS-RW-CHGBK-LOSS
           ADD SK-CHGBK-FEE TO WS-RW-CHGBK-FEE
           ADD SK-CONTRIBUTION TO WS-RW-CONTRIB.

      *****************************************************************
      * ROLLUP PAGE: NET CONTRIBUTION BY CM-TIER, THEN BY CM-REGION,  *
      * EACH ENDING WITH THE ALL-CUSTOMER TOTAL. AN OTHER/UNKNOWN     *
      * LINE PRINTS ONLY WHEN SOMEONE FELL INTO IT.                   *
      *****************************************************************
       PRINT-ROLLUPS.
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           MOVE WS-RANK-COL-FIGURES TO WS-RH-FIGURES
           MOVE "NET CONTRIBUTION BY TIER" TO WS-SH-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-HDR
               AFTER ADVANCING 2 LINES
           MOVE "TIER" TO WS-RH-LABEL
           WRITE REPORT-LINE FROM WS-ROLLUP-COL-HDR
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > 4
               IF WS-TT-IDX < 4 OR WS-TT-CUSTOMERS(WS-TT-IDX) > ZERO
                   MOVE WS-TT-FIGURES(WS-TT-IDX) TO WS-RW-FIGURES
                   MOVE WS-TT-LABEL(WS-TT-IDX) TO WS-RW-LABEL
                   PERFORM PRINT-ROLLUP-LINE
               END-IF
           END-PERFORM
           PERFORM PRINT-GRAND-TOTAL-LINE
           MOVE "NET CONTRIBUTION BY REGION" TO WS-SH-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-HDR
               AFTER ADVANCING 3 LINES
           MOVE "REGION" TO WS-RH-LABEL
           WRITE REPORT-LINE FROM WS-ROLLUP-COL-HDR
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > 6
               IF WS-RG-IDX < 6 OR WS-RG-CUSTOMERS(WS-RG-IDX) > ZERO
                   MOVE WS-RG-FIGURES(WS-RG-IDX) TO WS-RW-FIGURES
                   MOVE WS-RG-LABEL(WS-RG-IDX) TO WS-RW-LABEL
                   PERFORM PRINT-ROLLUP-LINE
               END-IF
           END-PERFORM
           PERFORM PRINT-GRAND-TOTAL-LINE.

       PRINT-GRAND-TOTAL-LINE.
           MOVE WS-GT-FIGURES TO WS-RW-FIGURES
           MOVE "ALL CUSTOMERS" TO WS-RW-LABEL
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           PERFORM PRINT-ROLLUP-LINE.

       PRINT-ROLLUP-LINE.
           MOVE SPACES TO WS-DL-GROUP-AREA
           MOVE WS-RW-LABEL TO WS-DL-GROUP-LABEL
           MOVE WS-RW-CUSTOMERS TO WS-DL-CUSTOMERS
           MOVE WS-RW-TRANS TO WS-DL-COUNT
           MOVE WS-RW-REVENUE TO WS-DL-REVENUE
           MOVE WS-RW-WAIVED TO WS-DL-WAIVED
           MOVE WS-RW-PROC TO WS-DL-PROC
           MOVE WS-RW-CHGBK-LOSS TO WS-DL-CHGBK-LOSS
           MOVE WS-RW-CHGBK-FEE TO WS-DL-CHGBK-FEE
           MOVE WS-RW-CONTRIB TO WS-DL-CONTRIB
           MOVE WS-RW-REVENUE TO WS-MARGIN-REVENUE
           MOVE WS-RW-CONTRIB TO WS-MARGIN-CONTRIB
           PERFORM SET-MARGIN
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * CONTROL COUNTS. FEE ROWS OF THE PERIOD LESS CHARGEBACK        *
      * REVERSAL ROWS IS THE FEE REVENUE TOTAL; PROCESSOR FEES READ   *
      * LESS THOSE NOT ATTRIBUTED IS THE PROCESSOR COST TOTAL.        *
      *****************************************************************
       PRINT-CONTROL-COUNTS.
           MOVE "CONTROL COUNTS" TO WS-SH-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-HDR
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           MOVE "FEE ROWS IN PERIOD" TO WS-CNT-LABEL
           MOVE WS-PERIOD-FEE-ROWS TO WS-CNT-VALUE
           MOVE WS-PERIOD-FEE-AMT TO WS-CNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CHARGEBACK FEE REVERSAL ROWS (IN DISPUTE LOSS)"
               TO WS-CNT-LABEL
           MOVE WS-CHGBK-REV-ROWS TO WS-CNT-VALUE
           MOVE WS-CHGBK-REV-AMT TO WS-CNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FEE ROWS WITH NO TRANS.DAT RECORD" TO WS-CNT-LABEL
           MOVE WS-ORPHAN-FEES TO WS-CNT-VALUE
           MOVE SPACES TO WS-CNT-AMOUNT-X
           PERFORM WRITE-COUNT-LINE
           MOVE "PROCESSOR FEE ROWS READ (EXTTRAN.DAT)"
               TO WS-CNT-LABEL
           MOVE WS-PROC-ROWS TO WS-CNT-VALUE
           MOVE WS-PROC-AMT TO WS-CNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PROCESSOR FEES NOT ATTRIBUTED TO A CUSTOMER"
               TO WS-CNT-LABEL
           MOVE WS-UNATTRIB-ROWS TO WS-CNT-VALUE
           MOVE WS-UNATTRIB-AMT TO WS-CNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DISPUTE CASES LOST IN PERIOD" TO WS-CNT-LABEL
           MOVE WS-LOST-CASES TO WS-CNT-VALUE
           MOVE WS-LOST-CASE-AMT TO WS-CNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS NOT ON CUSTMAST.DAT" TO WS-CNT-LABEL
           MOVE WS-NOT-ON-MASTER TO WS-CNT-VALUE
           MOVE SPACES TO WS-CNT-AMOUNT-X
           PERFORM WRITE-COUNT-LINE
           MOVE "CONTRACTS DUE FOR RENEWAL" TO WS-CNT-LABEL
           MOVE WS-RENEWALS-DUE TO WS-CNT-VALUE
           MOVE SPACES TO WS-CNT-AMOUNT-X
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           CLOSE TRANS-FILE
           CLOSE FEES-FILE
           CLOSE PROFIT-REPORT
           IF DISPUTE-LOOKUP-ON
               CLOSE DISPUTE-CASE-FILE
           END-IF
           IF CUST-LOOKUP-ON
               CLOSE CUSTOMER-MASTER
           END-IF
           IF CONTRACT-LOOKUP-ON
               CLOSE CONTRACT-FILE
           END-IF
           DISPLAY "======================================"
           DISPLAY "CUSTOMER PROFITABILITY COMPLETE"
           DISPLAY "======================================"
           DISPLAY "PERIOD:                 " WS-PROFIT-PERIOD
           DISPLAY "FEE ROWS IN PERIOD:     " WS-PERIOD-FEE-ROWS
           DISPLAY "PROCESSOR FEE ROWS:     " WS-PROC-ROWS
           DISPLAY "  NOT ATTRIBUTED:       " WS-UNATTRIB-ROWS
           DISPLAY "LOST DISPUTE CASES:     " WS-LOST-CASES
           DISPLAY "CUSTOMERS RANKED:       " WS-CUSTOMERS
           DISPLAY "CONTRACTS DUE RENEWAL:  " WS-RENEWALS-DUE
           DISPLAY "REPORT FILE:            CUSTPROF.DAT"
           DISPLAY "======================================".
