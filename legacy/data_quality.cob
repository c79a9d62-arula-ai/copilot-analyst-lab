       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: PRE-CYCLE FIELD-LEVEL DATA QUALITY EDIT. RUN AFTER   *
      * FEED-REGISTER AND BEFORE CYCLE-GATE. FEED-REGISTER PROVES A   *
      * FEED ARRIVED WITH A FRESH COUNT; THIS PROGRAM PROVES WHAT IS  *
      * INSIDE IT, EDITING EVERY FIELD OF EVERY DETAIL RECORD OF      *
      * TRANS.DAT, EXTTRAN.DAT, CUSTTRAN.DAT AND SALESTRAN.DAT:       *
      * - KEYS AND IDENTIFIERS MUST NOT BE BLANK;                     *
      * - DATES MUST BE REAL YYYYMMDD DATES, TIMES REAL HHMMSS;       *
      * - PACKED AMOUNTS AND QUANTITIES MUST BE VALID PACKED DATA;    *
      * - CODED FIELDS (TR-TYPE, TR-TIER, TR-STATUS-CODE,             *
      * TR-REGION, EXT-PROC-STATUS, CT-CHANNEL, CT-STATUS AND THE     *
      * CT- FLAGS) MUST HOLD ONE OF THEIR 88-LEVEL VALUES;            *
      * - A CURRENCY CODE MUST BE SPACES OR THE HOME CURRENCY         *
      * (HOME_CURRENCY, DEFAULT USD) OR BE QUOTED AGAINST HOME ON     *
      * EXCHRATE.DAT;                                                 *
      * - EXT-PROCESSOR-ID MUST BE SPACES (THE PRIMARY PROCESSOR) OR  *
      * ONE OF THE KNOWN_PROCESSOR ROWS ON DQPRM.DAT.                 *
      * EACH FEED GETS A SCORECARD ON DQSCORE.RPT: RECORDS EDITED,    *
      * RECORDS IN ERROR, THE ERROR RATE BY FIELD, AND A SAMPLE OF    *
      * THE FAILING KEYS. A FEED WHOSE RECORD ERROR RATE IS OVER ITS  *
      * LIMIT ON DQPRM.DAT (WITH A LIMIT OF ZERO, ANY RECORD IN       *
      * ERROR AT ALL) IS MARKED UNFIT ON ITS FEEDREG.DAT ROW          *
      * (FG-QUALITY-STATUS) AND CYCLE-GATE HOLDS THE CYCLE; A FEED    *
      * AT OR UNDER ITS LIMIT IS MARKED FIT. ANY UNFIT FEED ALSO ENDS *
      * THE RUN WITH RETURN CODE 8. A FEED THAT HAS NOT ARRIVED IS    *
      * NOT EDITED - CYCLE-GATE ALREADY HOLDS ON ITS MISSING          *
      * REGISTRATION.                                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT OPTIONAL EXTERNAL-TRANS ASSIGN TO "EXTTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT OPTIONAL CUST-TRANS-FILE ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-STATUS.
           SELECT OPTIONAL SALES-TRANS ASSIGN TO "SALESTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT OPTIONAL EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL QUALITY-PARAMS ASSIGN TO "DQPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FG-KEY
               FILE STATUS IS WS-FG-STATUS.
           SELECT SCORECARD-REPORT ASSIGN TO "DQSCORE.RPT"
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
               88  CREDIT-TRANS    VALUE "CR".
               88  DEBIT-TRANS     VALUE "DB".
               88  WIRE-TRANS      VALUE "WR".
           05  TR-TIER         PIC X(1).
               88  GOLD-TIER       VALUE "G".
               88  SILVER-TIER     VALUE "S".
               88  BRONZE-TIER     VALUE "B".
           05  TR-STATUS-CODE  PIC X(2).
               88  TR-STAT-COMPLETE VALUE "OK".
               88  TR-STAT-FAILED   VALUE "FL".
               88  TR-STAT-PENDING  VALUE "PD".
               88  TR-STAT-REFUND   VALUE "RF".
           05  TR-ORIG-FEE-AMOUNT PIC S9(5)V99 COMP-3.
           05  TR-REGION       PIC X(2).
               88  TR-REGION-NORTH  VALUE "NO".
               88  TR-REGION-SOUTH  VALUE "SO".
               88  TR-REGION-EAST   VALUE "EA".
               88  TR-REGION-WEST   VALUE "WE".
               88  TR-REGION-CENTRAL VALUE "CE".
           05  TR-CURRENCY     PIC X(3).

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
               88  EXT-SUCCESS     VALUE "OK".
               88  EXT-POSTED      VALUE "PS".
               88  EXT-VOID        VALUE "VD".
           05  EXT-PROC-TIME       PIC X(26).
           05  EXT-FEES            PIC S9(7)V99 COMP-3.
           05  EXT-PROCESSOR-ID    PIC X(4).
           05  FILLER              PIC X(31).

       FD  CUST-TRANS-FILE.
       01  CUST-TRANS-RECORD.
           05  CT-KEY.
               10  CT-CUST-ID      PIC X(10).
               10  CT-TRANS-SEQ    PIC 9(8).
           05  CT-TRANS-DATE       PIC 9(8).
           05  CT-TRANS-TIME       PIC 9(6).
           05  CT-AMOUNT           PIC S9(9)V99 COMP-3.
           05  CT-TRANS-TYPE       PIC X(3).
           05  CT-REGION           PIC X(2).
           05  CT-CHANNEL          PIC X(3).
               88  ONLINE-CHANNEL  VALUE "ONL".
               88  BRANCH-CHANNEL  VALUE "BRN".
               88  ATM-CHANNEL     VALUE "ATM".
               88  MOBILE-CHANNEL  VALUE "MOB".
           05  CT-STATUS           PIC X(2).
               88  APPROVED        VALUE "AP".
               88  DECLINED        VALUE "DC".
               88  PENDING         VALUE "PN".
               88  TRANS-REVERSED  VALUE "RV".
           05  CT-PRIOR-DECLINES   PIC 9(3).
           05  CT-VELOCITY-FLAG    PIC X(1).
               88  HIGH-VELOCITY   VALUE "H".
               88  NORMAL-VELOCITY VALUE "N".
           05  CT-GEO-MATCH        PIC X(1).
               88  GEO-EXPECTED    VALUE "Y".
               88  GEO-ANOMALY     VALUE "N".

       FD  SALES-TRANS.
       01  SALES-RECORD.
           05  SAL-TRANS-ID            PIC X(10).
           05  SAL-DATE                PIC 9(8).
           05  SAL-LOCATION            PIC X(4).
           05  SAL-SKU                 PIC X(10).
           05  SAL-QUANTITY            PIC S9(5) COMP-3.
           05  SAL-UNIT-PRICE          PIC S9(7)V99 COMP-3.
           05  SAL-CUSTOMER-ID         PIC X(10).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XR-FROM-CURR        PIC X(3).
           05  XR-TO-CURR          PIC X(3).
           05  XR-RATE-DATE        PIC 9(8).
           05  XR-RATE             PIC 9(3)V9(6) COMP-3.

       FD  QUALITY-PARAMS.
       01  RISK-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

       FD  FEED-REGISTER-FILE.
           COPY "feedreg.cpy".

       FD  SCORECARD-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TR-STATUS        PIC XX.
               88  TR-OK           VALUE "00".
           05  WS-EX-STATUS        PIC XX.
               88  EX-OK           VALUE "00".
           05  WS-CT-STATUS        PIC XX.
               88  CT-OK           VALUE "00".
               88  CT-ERROR        VALUE "30" THRU "99".
           05  WS-SA-STATUS        PIC XX.
               88  SA-OK           VALUE "00".
           05  WS-XR-STATUS        PIC XX.
               88  XR-OK           VALUE "00".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".
           05  WS-FG-STATUS        PIC XX.
               88  FG-OK           VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-RECORD-ERROR-FLAG PIC X VALUE 'N'.
               88  RECORD-IN-ERROR VALUE 'Y'.
           05  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
               88  DATE-IS-VALID   VALUE 'Y'.
           05  WS-CURR-VALID-FLAG  PIC X VALUE 'N'.
               88  CURRENCY-IS-VALID VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FEEDS-EDITED     PIC 9(2) VALUE ZERO.
           05  WS-FEEDS-ABSENT     PIC 9(2) VALUE ZERO.
           05  WS-FEEDS-UNFIT      PIC 9(2) VALUE ZERO.
           05  WS-FEEDS-UNREGISTERED PIC 9(2) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-QUALITY-TIMESTAMP    PIC X(26).
       01  WS-HOME-CURRENCY        PIC X(3) VALUE "USD".

      *****************************************************************
      * THE FOUR FEEDS EDITED: REGISTER FILE ID (AS FEED-REGISTER     *
      * WRITES IT, AND THE SUFFIX OF THE FEED'S ERRPCT_ ROW ON        *
      * DQPRM.DAT), DATASET NAME AND THE NUMBER OF FIELDS EDITED.     *
      *****************************************************************
       01  WS-FEED-LIST.
           05  FILLER              PIC X(12) VALUE "TRANS".
           05  FILLER              PIC X(14) VALUE "TRANS.DAT".
           05  FILLER              PIC 9(2)  VALUE 10.
           05  FILLER              PIC X(12) VALUE "EXTTRAN".
           05  FILLER              PIC X(14) VALUE "EXTTRAN.DAT".
           05  FILLER              PIC 9(2)  VALUE 13.
           05  FILLER              PIC X(12) VALUE "CUSTTRAN".
           05  FILLER              PIC X(14) VALUE "CUSTTRAN.DAT".
           05  FILLER              PIC 9(2)  VALUE 12.
           05  FILLER              PIC X(12) VALUE "SALESTRAN".
           05  FILLER              PIC X(14) VALUE "SALESTRAN.DAT".
           05  FILLER              PIC 9(2)  VALUE 06.
       01  WS-FEED-TABLE REDEFINES WS-FEED-LIST.
           05  WS-FD-ENTRY OCCURS 4 TIMES
               INDEXED BY WS-FD-IDX.
               10  WS-FD-FILE-ID   PIC X(12).
               10  WS-FD-DATASET   PIC X(14).
               10  WS-FD-FIELD-COUNT PIC 9(2).

      *****************************************************************
      * FIELD NAMES AND THE EDIT EACH FIELD GETS, BY FEED IN THE      *
      * ORDER ABOVE. THE EDIT PARAGRAPHS FLAG A FIELD BY ITS POSITION *
      * HERE (WS-FIELD-NO), SO KEEP THE TWO IN STEP.                  *
      *****************************************************************
       01  WS-FIELD-LIST.
           05  FILLER              PIC X(18) VALUE "TR-ID".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "TR-DATE".
           05  FILLER              PIC X(20) VALUE "YYYYMMDD DATE".
           05  FILLER              PIC X(18) VALUE "TR-CUST-ID".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "TR-AMOUNT".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(18) VALUE "TR-TYPE".
           05  FILLER              PIC X(20) VALUE "CR/DB/WR".
           05  FILLER              PIC X(18) VALUE "TR-TIER".
           05  FILLER              PIC X(20) VALUE "G/S/B".
           05  FILLER              PIC X(18) VALUE "TR-STATUS-CODE".
           05  FILLER              PIC X(20) VALUE "OK/FL/PD/RF".
           05  FILLER              PIC X(18) VALUE "TR-ORIG-FEE-AMOUNT".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(18) VALUE "TR-REGION".
           05  FILLER              PIC X(20) VALUE "NO/SO/EA/WE/CE".
           05  FILLER              PIC X(18) VALUE "TR-CURRENCY".
           05  FILLER              PIC X(20) VALUE "ON EXCHRATE.DAT".
           05  FILLER              PIC X(114) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "EXT-RECORD-TYPE".
           05  FILLER              PIC X(20) VALUE "HD/DT/TR".
           05  FILLER              PIC X(18) VALUE "EXT-BATCH-NUM".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "EXT-TRANS-ID".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "EXT-TRANS-DATE".
           05  FILLER              PIC X(20) VALUE "YYYYMMDD DATE".
           05  FILLER              PIC X(18) VALUE "EXT-POST-DATE".
           05  FILLER              PIC X(20) VALUE "YYYYMMDD DATE".
           05  FILLER              PIC X(18) VALUE "EXT-AMOUNT".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(18) VALUE "EXT-TRANS-CODE".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "EXT-ACCOUNT".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "EXT-MERCHANT".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "EXT-CURR-CODE".
           05  FILLER              PIC X(20) VALUE "ON EXCHRATE.DAT".
           05  FILLER              PIC X(18) VALUE "EXT-PROC-STATUS".
           05  FILLER              PIC X(20) VALUE "OK/PS/VD".
           05  FILLER              PIC X(18) VALUE "EXT-FEES".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(18) VALUE "EXT-PROCESSOR-ID".
           05  FILLER              PIC X(20) VALUE "KNOWN PROCESSOR".
           05  FILLER              PIC X(18) VALUE "CT-CUST-ID".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "CT-TRANS-SEQ".
           05  FILLER              PIC X(20) VALUE "NUMERIC".
           05  FILLER              PIC X(18) VALUE "CT-TRANS-DATE".
           05  FILLER              PIC X(20) VALUE "YYYYMMDD DATE".
           05  FILLER              PIC X(18) VALUE "CT-TRANS-TIME".
           05  FILLER              PIC X(20) VALUE "HHMMSS TIME".
           05  FILLER              PIC X(18) VALUE "CT-AMOUNT".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(18) VALUE "CT-TRANS-TYPE".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "CT-REGION".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "CT-CHANNEL".
           05  FILLER              PIC X(20) VALUE "ONL/BRN/ATM/MOB".
           05  FILLER              PIC X(18) VALUE "CT-STATUS".
           05  FILLER              PIC X(20) VALUE "AP/DC/PN/RV".
           05  FILLER              PIC X(18) VALUE "CT-PRIOR-DECLINES".
           05  FILLER              PIC X(20) VALUE "NUMERIC".
           05  FILLER              PIC X(18) VALUE "CT-VELOCITY-FLAG".
           05  FILLER              PIC X(20) VALUE "H/N".
           05  FILLER              PIC X(18) VALUE "CT-GEO-MATCH".
           05  FILLER              PIC X(20) VALUE "Y/N".
           05  FILLER              PIC X(38) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "SAL-TRANS-ID".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "SAL-DATE".
           05  FILLER              PIC X(20) VALUE "YYYYMMDD DATE".
           05  FILLER              PIC X(18) VALUE "SAL-LOCATION".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "SAL-SKU".
           05  FILLER              PIC X(20) VALUE "NOT BLANK".
           05  FILLER              PIC X(18) VALUE "SAL-QUANTITY".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(18) VALUE "SAL-UNIT-PRICE".
           05  FILLER              PIC X(20) VALUE "VALID PACKED".
           05  FILLER              PIC X(266) VALUE SPACES.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
           05  WS-FT-FEED OCCURS 4 TIMES.
               10  WS-FT-FIELD OCCURS 13 TIMES.
                   15  WS-FT-NAME  PIC X(18).
                   15  WS-FT-RULE  PIC X(20).

      *****************************************************************
      * ERROR-RATE LIMITS FROM DQPRM.DAT (RISKPRM.DAT LAYOUT), AS A   *
      * PERCENTAGE OF RECORDS EDITED IN RP-THRESHOLD (2.50 = 2.5%):   *
      * ERRPCT_DEFAULT  - LIMIT FOR ANY FEED WITHOUT ITS OWN ROW;     *
      * ERRPCT_<FILE ID> - LIMIT FOR ONE FEED (ERRPCT_CUSTTRAN).      *
      * WITH NO DQPRM.DAT OR NO ERRPCT_DEFAULT ROW THE DEFAULT IS     *
      * 1.00 PERCENT. A LIMIT OF ZERO TOLERATES NO ERRORS AT ALL.     *
      *****************************************************************
       01  WS-QUALITY-PARAMETERS.
           05  WS-DEFAULT-LIMIT    PIC 9(3)V99 VALUE 1.00.
           05  WS-LIMIT-ENTRY OCCURS 4 TIMES.
               10  WS-FEED-LIMIT   PIC 9(3)V99.
               10  WS-FEED-LIMIT-SET PIC X.
       01  WS-PARAM-FEED-ID        PIC X(12).

      *****************************************************************
      * PROCESSORS OTHER THAN THE PRIMARY THAT MAY APPEAR ON          *
      * EXTTRAN.DAT, ONE DQPRM.DAT KNOWN_PROCESSOR ROW EACH WITH THE  *
      * PROCESSOR ID IN RP-TEXT-VALUE. WITH NONE ON FILE ONLY THE     *
      * PRIMARY PROCESSOR (SPACES) IS ACCEPTED.                       *
      *****************************************************************
       01  WS-PROCESSOR-TABLE.
           05  WS-PR-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-PR-IDX.
               10  WS-PR-ID        PIC X(4).
       01  WS-PROCESSOR-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-PROC-VALID-FLAG      PIC X VALUE 'N'.
           88  PROCESSOR-IS-KNOWN  VALUE 'Y'.

      *****************************************************************
      * CURRENCIES QUOTED AGAINST HOME CURRENCY ON EXCHRATE.DAT (ANY  *
      * DATE). A CODE ON THIS LIST IS ONE THE CYCLE CAN CONVERT.      *
      *****************************************************************
       01  WS-CURRENCY-TABLE.
           05  WS-CY-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-CY-IDX.
               10  WS-CY-CODE      PIC X(3).
       01  WS-CURRENCY-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-CHECK-CURR           PIC X(3).

      *****************************************************************
      * PER-FEED RESULTS, CLEARED AT THE START OF EACH FEED.          *
      * WS-SAMPLE-TABLE KEEPS THE FIRST 25 FAILING FIELDS FOR THE     *
      * SCORECARD SO THE SENDER CAN BE SHOWN WHERE TO LOOK.           *
      *****************************************************************
       01  WS-FEED-RESULTS.
           05  WS-FEED-NO          PIC 9.
           05  WS-FIELD-NO         PIC 9(2).
           05  WS-RECORDS-EDITED   PIC 9(8).
           05  WS-RECORDS-IN-ERROR PIC 9(8).
           05  WS-CONTROL-RECORDS  PIC 9(8).
           05  WS-FEED-ERROR-RATE  PIC 9(3)V99.
           05  WS-FIELD-ERROR-RATE PIC 9(3)V99.
           05  WS-FEED-PRESENT     PIC X.
           05  WS-FIELD-ERRORS OCCURS 13 TIMES
               INDEXED BY WS-FE-IDX PIC 9(8).
       01  WS-SAMPLE-TABLE.
           05  WS-SAMPLE-COUNT     PIC 9(2).
           05  WS-SAMPLE-ENTRY OCCURS 25 TIMES
               INDEXED BY WS-SM-IDX.
               10  WS-SM-KEY       PIC X(20).
               10  WS-SM-FIELD-NO  PIC 9(2).
       01  WS-ERROR-KEY            PIC X(20).

       01  WS-DATE-CHECK.
           05  WS-DATE-TEXT        PIC X(8).
           05  WS-DATE-NUM REDEFINES WS-DATE-TEXT PIC 9(8).
       01  WS-TIME-CHECK.
           05  WS-TIME-TEXT        PIC X(6).
           05  WS-TIME-PARTS REDEFINES WS-TIME-TEXT.
               10  WS-TIME-HH      PIC 9(2).
               10  WS-TIME-MM      PIC 9(2).
               10  WS-TIME-SS      PIC 9(2).

       01  WS-REPORT-LINES.
           05  WS-HEADER-1.
               10  FILLER          PIC X(44) VALUE SPACES.
               10  FILLER          PIC X(44)
                   VALUE "INBOUND FEED DATA QUALITY SCORECARD".
               10  FILLER          PIC X(44) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(15) VALUE "BUSINESS DATE: ".
               10  WS-H2-DATE      PIC 9(8).
               10  FILLER          PIC X(17) VALUE "  HOME CURRENCY: ".
               10  WS-H2-HOME      PIC X(3).
               10  FILLER          PIC X(89) VALUE SPACES.
           05  WS-FEED-LINE-1.
               10  FILLER          PIC X(6) VALUE "FEED: ".
               10  WS-F1-FILE-ID   PIC X(12).
               10  FILLER          PIC X(7) VALUE " FILE: ".
               10  WS-F1-DATASET   PIC X(14).
               10  FILLER          PIC X(18) VALUE " RECORDS EDITED: ".
               10  WS-F1-EDITED    PIC ZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(12) VALUE "  IN ERROR: ".
               10  WS-F1-IN-ERROR  PIC ZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(27)
                   VALUE "  HEADER/TRAILER SKIPPED: ".
               10  WS-F1-CONTROL   PIC ZZ,ZZ9.
               10  FILLER          PIC X(10) VALUE SPACES.
           05  WS-FEED-LINE-2.
               10  FILLER          PIC X(19)
                   VALUE "RECORD ERROR RATE: ".
               10  WS-F2-RATE      PIC ZZ9.99.
               10  FILLER          PIC X(10) VALUE "%  LIMIT: ".
               10  WS-F2-LIMIT     PIC ZZ9.99.
               10  FILLER          PIC X(12) VALUE "%  VERDICT: ".
               10  WS-F2-VERDICT   PIC X(5).
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-F2-NOTE      PIC X(60).
               10  FILLER          PIC X(12) VALUE SPACES.
           05  WS-FIELD-HDR.
               10  FILLER          PIC X(4) VALUE SPACES.
               10  FILLER          PIC X(20) VALUE "FIELD".
               10  FILLER          PIC X(22) VALUE "EDIT".
               10  FILLER          PIC X(12) VALUE "      ERRORS".
               10  FILLER          PIC X(12) VALUE "  ERROR RATE".
               10  FILLER          PIC X(62) VALUE SPACES.
           05  WS-FIELD-LINE.
               10  FILLER          PIC X(4) VALUE SPACES.
               10  WS-FL-NAME      PIC X(18).
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-FL-RULE      PIC X(20).
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-FL-ERRORS    PIC ZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(6) VALUE SPACES.
               10  WS-FL-RATE      PIC ZZ9.99.
               10  FILLER          PIC X(1) VALUE "%".
               10  FILLER          PIC X(63) VALUE SPACES.
           05  WS-SAMPLE-HDR.
               10  FILLER          PIC X(4) VALUE SPACES.
               10  FILLER          PIC X(60)
                   VALUE "FIRST FAILING RECORDS (KEY / FIELD / EDIT)".
               10  FILLER          PIC X(68) VALUE SPACES.
           05  WS-SAMPLE-LINE.
               10  FILLER          PIC X(4) VALUE SPACES.
               10  WS-SL-KEY       PIC X(20).
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-SL-NAME      PIC X(18).
               10  FILLER          PIC X(2) VALUE SPACES.
               10  WS-SL-RULE      PIC X(20).
               10  FILLER          PIC X(66) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-QUALITY-PARAMETERS
           PERFORM LOAD-CURRENCY-CODES
           PERFORM EDIT-TRANS-FEED
           PERFORM EDIT-EXTTRAN-FEED
           PERFORM EDIT-CUSTTRAN-FEED
           PERFORM EDIT-SALESTRAN-FEED
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
           ACCEPT WS-HOME-CURRENCY FROM ENVIRONMENT "HOME_CURRENCY"
           IF WS-HOME-CURRENCY = SPACES
                   OR WS-HOME-CURRENCY = LOW-VALUES
               MOVE "USD" TO WS-HOME-CURRENCY
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-QUALITY-TIMESTAMP
           OPEN I-O FEED-REGISTER-FILE
           IF NOT FG-OK
               DISPLAY "FEED REGISTER NOT AVAILABLE - RUN "
                   "FEED-REGISTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCORECARD-REPORT
           MOVE WS-RUN-DATE TO WS-H2-DATE
           MOVE WS-HOME-CURRENCY TO WS-H2-HOME
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.

       LOAD-QUALITY-PARAMETERS.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1 UNTIL WS-FD-IDX > 4
               MOVE 'N' TO WS-FEED-LIMIT-SET(WS-FD-IDX)
           END-PERFORM
           OPEN INPUT QUALITY-PARAMS
           READ QUALITY-PARAMS
               AT END DISPLAY "WARNING: USING DEFAULT DATA QUALITY "
                   "LIMITS"
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM PROCESS-PARAMETER
               READ QUALITY-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE QUALITY-PARAMS
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1 UNTIL WS-FD-IDX > 4
               IF WS-FEED-LIMIT-SET(WS-FD-IDX) = 'N'
                   MOVE WS-DEFAULT-LIMIT TO WS-FEED-LIMIT(WS-FD-IDX)
               END-IF
           END-PERFORM.

       PROCESS-PARAMETER.
           IF RP-PARAM-TYPE = "ERRPCT_DEFAULT"
               MOVE RP-THRESHOLD TO WS-DEFAULT-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF RP-PARAM-TYPE = "KNOWN_PROCESSOR"
               PERFORM ADD-KNOWN-PROCESSOR
               EXIT PARAGRAPH
           END-IF
           IF RP-PARAM-TYPE(1:7) NOT = "ERRPCT_"
               DISPLAY "WARNING: UNKNOWN DATA QUALITY PARAMETER "
                   RP-PARAM-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE RP-PARAM-TYPE(8:12) TO WS-PARAM-FEED-ID
           SET WS-FD-IDX TO 1
           SEARCH WS-FD-ENTRY
               AT END
                   DISPLAY "WARNING: UNKNOWN DATA QUALITY PARAMETER "
                       RP-PARAM-TYPE
               WHEN WS-FD-FILE-ID(WS-FD-IDX) = WS-PARAM-FEED-ID
                   MOVE RP-THRESHOLD TO WS-FEED-LIMIT(WS-FD-IDX)
                   MOVE 'Y' TO WS-FEED-LIMIT-SET(WS-FD-IDX)
           END-SEARCH.

       ADD-KNOWN-PROCESSOR.
           IF RP-TEXT-VALUE(1:4) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PROCESSOR-COUNT < 10
               ADD 1 TO WS-PROCESSOR-COUNT
               SET WS-PR-IDX TO WS-PROCESSOR-COUNT
               MOVE RP-TEXT-VALUE(1:4) TO WS-PR-ID(WS-PR-IDX)
           ELSE
               DISPLAY "WARNING: PROCESSOR TABLE FULL, DROPPING "
                   RP-TEXT-VALUE(1:4)
           END-IF.

       LOAD-CURRENCY-CODES.
           OPEN INPUT EXCHANGE-RATE-FILE
           READ EXCHANGE-RATE-FILE
               AT END DISPLAY "WARNING: EXCHRATE.DAT EMPTY OR MISSING "
                   "- ONLY HOME CURRENCY ACCEPTED"
           END-READ
           PERFORM UNTIL NOT XR-OK
               IF XR-TO-CURR = WS-HOME-CURRENCY
                   MOVE XR-FROM-CURR TO WS-CHECK-CURR
                   PERFORM CHECK-CURRENCY-CODE
                   IF NOT CURRENCY-IS-VALID
                       PERFORM ADD-CURRENCY-CODE
                   END-IF
               END-IF
               READ EXCHANGE-RATE-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE.

       ADD-CURRENCY-CODE.
           IF WS-CURRENCY-COUNT < 100
               ADD 1 TO WS-CURRENCY-COUNT
               SET WS-CY-IDX TO WS-CURRENCY-COUNT
               MOVE XR-FROM-CURR TO WS-CY-CODE(WS-CY-IDX)
           ELSE
               DISPLAY "WARNING: CURRENCY TABLE FULL, DROPPING "
                   XR-FROM-CURR
           END-IF.

      *****************************************************************
      * SPACES AND THE HOME CURRENCY ARE ALWAYS VALID; ANY OTHER CODE *
      * MUST BE ON THE EXCHRATE.DAT LIST.                             *
      *****************************************************************
       CHECK-CURRENCY-CODE.
           MOVE 'N' TO WS-CURR-VALID-FLAG
           IF WS-CHECK-CURR = SPACES
                   OR WS-CHECK-CURR = WS-HOME-CURRENCY
               MOVE 'Y' TO WS-CURR-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CURRENCY-COUNT
               IF WS-CY-CODE(WS-CY-IDX) = WS-CHECK-CURR
                   MOVE 'Y' TO WS-CURR-VALID-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      * A DATE FIELD IS MOVED TO WS-DATE-TEXT BY THE CALLER; IT MUST  *
      * BE EIGHT DIGITS AND A REAL CALENDAR DATE.                     *
      *****************************************************************
       CHECK-DATE-FIELD.
           MOVE 'N' TO WS-DATE-VALID-FLAG
           IF WS-DATE-TEXT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.

       START-FEED.
           SET WS-FD-IDX TO WS-FEED-NO
           MOVE ZERO TO WS-RECORDS-EDITED
           MOVE ZERO TO WS-RECORDS-IN-ERROR
           MOVE ZERO TO WS-CONTROL-RECORDS
           MOVE ZERO TO WS-SAMPLE-COUNT
           MOVE 'Y' TO WS-FEED-PRESENT
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1 UNTIL WS-FE-IDX > 13
               MOVE ZERO TO WS-FIELD-ERRORS(WS-FE-IDX)
           END-PERFORM.

       START-RECORD.
           MOVE 'N' TO WS-RECORD-ERROR-FLAG
           ADD 1 TO WS-RECORDS-EDITED.

       FINISH-RECORD.
           IF RECORD-IN-ERROR
               ADD 1 TO WS-RECORDS-IN-ERROR
           END-IF.

      *****************************************************************
      * FLAG FIELD WS-FIELD-NO OF THE CURRENT FEED AS FAILING ITS     *
      * EDIT FOR THE RECORD WHOSE KEY IS IN WS-ERROR-KEY.             *
      *****************************************************************
       FLAG-FIELD-ERROR.
           MOVE 'Y' TO WS-RECORD-ERROR-FLAG
           ADD 1 TO WS-FIELD-ERRORS(WS-FIELD-NO)
           IF WS-SAMPLE-COUNT < 25
               ADD 1 TO WS-SAMPLE-COUNT
               SET WS-SM-IDX TO WS-SAMPLE-COUNT
               MOVE WS-ERROR-KEY TO WS-SM-KEY(WS-SM-IDX)
               MOVE WS-FIELD-NO TO WS-SM-FIELD-NO(WS-SM-IDX)
           END-IF.

       EDIT-TRANS-FEED.
           MOVE 1 TO WS-FEED-NO
           PERFORM START-FEED
           OPEN INPUT TRANS-FILE
           IF NOT TR-OK
               MOVE 'N' TO WS-FEED-PRESENT
               PERFORM FINISH-FEED
               EXIT PARAGRAPH
           END-IF
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM EDIT-TRANS-RECORD
               READ TRANS-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE TRANS-FILE
           PERFORM FINISH-FEED.

       EDIT-TRANS-RECORD.
           PERFORM START-RECORD
           MOVE TR-ID TO WS-ERROR-KEY
           IF TR-ID = SPACES OR TR-ID = LOW-VALUES
               MOVE 1 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE TR-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-FIELD
           IF NOT DATE-IS-VALID
               MOVE 2 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF TR-CUST-ID = SPACES OR TR-CUST-ID = LOW-VALUES
               MOVE 3 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF TR-AMOUNT NOT NUMERIC
               MOVE 4 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT CREDIT-TRANS AND NOT DEBIT-TRANS AND NOT WIRE-TRANS
               MOVE 5 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT GOLD-TIER AND NOT SILVER-TIER AND NOT BRONZE-TIER
               MOVE 6 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT TR-STAT-COMPLETE AND NOT TR-STAT-FAILED
                   AND NOT TR-STAT-PENDING AND NOT TR-STAT-REFUND
               MOVE 7 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF TR-ORIG-FEE-AMOUNT NOT NUMERIC
               MOVE 8 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT TR-REGION-NORTH AND NOT TR-REGION-SOUTH
                   AND NOT TR-REGION-EAST AND NOT TR-REGION-WEST
                   AND NOT TR-REGION-CENTRAL
               MOVE 9 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE TR-CURRENCY TO WS-CHECK-CURR
           PERFORM CHECK-CURRENCY-CODE
           IF NOT CURRENCY-IS-VALID
               MOVE 10 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           PERFORM FINISH-RECORD.

       EDIT-EXTTRAN-FEED.
           MOVE 2 TO WS-FEED-NO
           PERFORM START-FEED
           OPEN INPUT EXTERNAL-TRANS
           IF NOT EX-OK
               MOVE 'N' TO WS-FEED-PRESENT
               PERFORM FINISH-FEED
               EXIT PARAGRAPH
           END-IF
           READ EXTERNAL-TRANS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF EXT-HEADER OR EXT-TRAILER
                   ADD 1 TO WS-CONTROL-RECORDS
               ELSE
                   PERFORM EDIT-EXTTRAN-RECORD
               END-IF
               READ EXTERNAL-TRANS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE EXTERNAL-TRANS
           PERFORM FINISH-FEED.

      *****************************************************************
      * HEADER AND TRAILER RECORDS ARE BATCH-RECONCILE'S CONTROLS AND *
      * ARE NOT EDITED HERE. A RECORD WITH AN UNKNOWN TYPE CANNOT BE  *
      * TRUSTED AS A DETAIL, SO ONLY ITS TYPE IS FLAGGED.             *
      *****************************************************************
       EDIT-EXTTRAN-RECORD.
           PERFORM START-RECORD
           MOVE EXT-TRANS-ID TO WS-ERROR-KEY
           IF NOT EXT-DETAIL
               MOVE 1 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
               PERFORM FINISH-RECORD
               EXIT PARAGRAPH
           END-IF
           IF EXT-BATCH-NUM = SPACES OR EXT-BATCH-NUM = LOW-VALUES
               MOVE 2 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF EXT-TRANS-ID = SPACES OR EXT-TRANS-ID = LOW-VALUES
               MOVE 3 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE EXT-TRANS-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-FIELD
           IF NOT DATE-IS-VALID
               MOVE 4 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE EXT-POST-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-FIELD
           IF NOT DATE-IS-VALID
               MOVE 5 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF EXT-AMOUNT NOT NUMERIC
               MOVE 6 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF EXT-TRANS-CODE = SPACES OR EXT-TRANS-CODE = LOW-VALUES
               MOVE 7 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF EXT-ACCOUNT = SPACES OR EXT-ACCOUNT = LOW-VALUES
               MOVE 8 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF EXT-MERCHANT = SPACES OR EXT-MERCHANT = LOW-VALUES
               MOVE 9 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE EXT-CURR-CODE TO WS-CHECK-CURR
           PERFORM CHECK-CURRENCY-CODE
           IF NOT CURRENCY-IS-VALID
               MOVE 10 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT EXT-SUCCESS AND NOT EXT-POSTED AND NOT EXT-VOID
               MOVE 11 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF EXT-FEES NOT NUMERIC
               MOVE 12 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           PERFORM CHECK-PROCESSOR-ID
           IF NOT PROCESSOR-IS-KNOWN
               MOVE 13 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           PERFORM FINISH-RECORD.

      *****************************************************************
      * SPACES IS THE PRIMARY PROCESSOR AND ALWAYS VALID; ANY OTHER   *
      * ID MUST BE ON THE KNOWN_PROCESSOR LIST.                       *
      *****************************************************************
       CHECK-PROCESSOR-ID.
           MOVE 'N' TO WS-PROC-VALID-FLAG
           IF EXT-PROCESSOR-ID = SPACES
               MOVE 'Y' TO WS-PROC-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PROCESSOR-COUNT
               IF WS-PR-ID(WS-PR-IDX) = EXT-PROCESSOR-ID
                   MOVE 'Y' TO WS-PROC-VALID-FLAG
               END-IF
           END-PERFORM.

       EDIT-CUSTTRAN-FEED.
           MOVE 3 TO WS-FEED-NO
           PERFORM START-FEED
           OPEN INPUT CUST-TRANS-FILE
           IF NOT CT-OK
               MOVE 'N' TO WS-FEED-PRESENT
               PERFORM FINISH-FEED
               EXIT PARAGRAPH
           END-IF
           READ CUST-TRANS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM EDIT-CUSTTRAN-RECORD
               READ CUST-TRANS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF CT-ERROR
                   DISPLAY "FILE ERROR ON CUSTTRAN.DAT: " WS-CT-STATUS
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE CUST-TRANS-FILE
           PERFORM FINISH-FEED.

       EDIT-CUSTTRAN-RECORD.
           PERFORM START-RECORD
           MOVE CT-KEY TO WS-ERROR-KEY
           IF CT-CUST-ID = SPACES OR CT-CUST-ID = LOW-VALUES
               MOVE 1 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF CT-TRANS-SEQ NOT NUMERIC
               MOVE 2 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE CT-TRANS-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-FIELD
           IF NOT DATE-IS-VALID
               MOVE 3 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE CT-TRANS-TIME TO WS-TIME-TEXT
           IF WS-TIME-TEXT NOT NUMERIC
               MOVE 4 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           ELSE
               IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                       OR WS-TIME-SS > 59
                   MOVE 4 TO WS-FIELD-NO
                   PERFORM FLAG-FIELD-ERROR
               END-IF
           END-IF
           IF CT-AMOUNT NOT NUMERIC
               MOVE 5 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF CT-TRANS-TYPE = SPACES OR CT-TRANS-TYPE = LOW-VALUES
               MOVE 6 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF CT-REGION = SPACES OR CT-REGION = LOW-VALUES
               MOVE 7 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT ONLINE-CHANNEL AND NOT BRANCH-CHANNEL
                   AND NOT ATM-CHANNEL AND NOT MOBILE-CHANNEL
               MOVE 8 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT APPROVED AND NOT DECLINED AND NOT PENDING
                   AND NOT TRANS-REVERSED
               MOVE 9 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF CT-PRIOR-DECLINES NOT NUMERIC
               MOVE 10 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT HIGH-VELOCITY AND NOT NORMAL-VELOCITY
               MOVE 11 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF NOT GEO-EXPECTED AND NOT GEO-ANOMALY
               MOVE 12 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           PERFORM FINISH-RECORD.

       EDIT-SALESTRAN-FEED.
           MOVE 4 TO WS-FEED-NO
           PERFORM START-FEED
           OPEN INPUT SALES-TRANS
           IF NOT SA-OK
               MOVE 'N' TO WS-FEED-PRESENT
               PERFORM FINISH-FEED
               EXIT PARAGRAPH
           END-IF
           READ SALES-TRANS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM EDIT-SALESTRAN-RECORD
               READ SALES-TRANS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE SALES-TRANS
           PERFORM FINISH-FEED.

      *****************************************************************
      * SAL-CUSTOMER-ID IS BLANK ON A WALK-IN SALE, SO IT IS NOT      *
      * EDITED.                                                       *
      *****************************************************************
       EDIT-SALESTRAN-RECORD.
           PERFORM START-RECORD
           MOVE SAL-TRANS-ID TO WS-ERROR-KEY
           IF SAL-TRANS-ID = SPACES OR SAL-TRANS-ID = LOW-VALUES
               MOVE 1 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           MOVE SAL-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-FIELD
           IF NOT DATE-IS-VALID
               MOVE 2 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF SAL-LOCATION = SPACES OR SAL-LOCATION = LOW-VALUES
               MOVE 3 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF SAL-SKU = SPACES OR SAL-SKU = LOW-VALUES
               MOVE 4 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF SAL-QUANTITY NOT NUMERIC
               MOVE 5 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           IF SAL-UNIT-PRICE NOT NUMERIC
               MOVE 6 TO WS-FIELD-NO
               PERFORM FLAG-FIELD-ERROR
           END-IF
           PERFORM FINISH-RECORD.

      *****************************************************************
      * SCORE THE FEED JUST EDITED, PRINT ITS SCORECARD AND RECORD    *
      * THE VERDICT ON ITS REGISTER ROW. AN EMPTY FEED SCORES ZERO -  *
      * IT IS CYCLE-GATE'S EMPTY-FEED CHECK THAT HOLDS IT. THE        *
      * VERDICT TESTS THE UNROUNDED RATE, SO ONE ERROR IN A LARGE     *
      * FEED CANNOT ROUND DOWN UNDER A LIMIT OF ZERO.                 *
      *****************************************************************
       FINISH-FEED.
           MOVE WS-FD-FILE-ID(WS-FD-IDX) TO WS-F1-FILE-ID
           MOVE WS-FD-DATASET(WS-FD-IDX) TO WS-F1-DATASET
           MOVE WS-RECORDS-EDITED TO WS-F1-EDITED
           MOVE WS-RECORDS-IN-ERROR TO WS-F1-IN-ERROR
           MOVE WS-CONTROL-RECORDS TO WS-F1-CONTROL
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-FEED-LINE-1 AFTER ADVANCING 1 LINE
           MOVE WS-FEED-LIMIT(WS-FD-IDX) TO WS-F2-LIMIT
           IF WS-FEED-PRESENT = 'N'
               ADD 1 TO WS-FEEDS-ABSENT
               MOVE ZERO TO WS-F2-RATE
               MOVE "-----" TO WS-F2-VERDICT
               MOVE "FEED NOT PRESENT - NOT EDITED"
                   TO WS-F2-NOTE
               WRITE REPORT-LINE FROM WS-FEED-LINE-2
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEEDS-EDITED
           MOVE ZERO TO WS-FEED-ERROR-RATE
           IF WS-RECORDS-EDITED > ZERO
               COMPUTE WS-FEED-ERROR-RATE ROUNDED =
                   WS-RECORDS-IN-ERROR * 100 / WS-RECORDS-EDITED
           END-IF
           MOVE WS-FEED-ERROR-RATE TO WS-F2-RATE
           IF WS-RECORDS-IN-ERROR * 100
                   > WS-FEED-LIMIT(WS-FD-IDX) * WS-RECORDS-EDITED
               ADD 1 TO WS-FEEDS-UNFIT
               MOVE "UNFIT" TO WS-F2-VERDICT
           ELSE
               MOVE "FIT" TO WS-F2-VERDICT
           END-IF
           PERFORM UPDATE-FEED-REGISTER
           WRITE REPORT-LINE FROM WS-FEED-LINE-2 AFTER ADVANCING 1 LINE
           PERFORM PRINT-FIELD-SCORES
           PERFORM PRINT-SAMPLE-ERRORS.

       UPDATE-FEED-REGISTER.
           MOVE WS-RUN-DATE TO FG-BUSINESS-DATE
           MOVE WS-FD-FILE-ID(WS-FD-IDX) TO FG-FILE-ID
           READ FEED-REGISTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT FG-OK
               ADD 1 TO WS-FEEDS-UNREGISTERED
               MOVE "NOT ON FEEDREG.DAT - RUN FEED-REGISTER FIRST"
                   TO WS-F2-NOTE
               DISPLAY "WARNING: " WS-FD-FILE-ID(WS-FD-IDX)
                   " NOT REGISTERED FOR " WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-F2-VERDICT = "UNFIT"
               SET FG-QUALITY-UNFIT TO TRUE
               MOVE "MARKED UNFIT ON FEEDREG.DAT - CYCLE WILL BE HELD"
                   TO WS-F2-NOTE
           ELSE
               SET FG-QUALITY-FIT TO TRUE
               MOVE "MARKED FIT ON FEEDREG.DAT" TO WS-F2-NOTE
           END-IF
           MOVE WS-FEED-ERROR-RATE TO FG-ERROR-RATE
           MOVE WS-QUALITY-TIMESTAMP TO FG-QUALITY-TIMESTAMP
           REWRITE FEED-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: FEEDREG.DAT REWRITE FAILED FOR "
                       FG-FILE-ID " STATUS " WS-FG-STATUS
           END-REWRITE.

       PRINT-FIELD-SCORES.
           WRITE REPORT-LINE FROM WS-FIELD-HDR AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FD-FIELD-COUNT(WS-FD-IDX)
               MOVE WS-FT-NAME(WS-FEED-NO, WS-FE-IDX) TO WS-FL-NAME
               MOVE WS-FT-RULE(WS-FEED-NO, WS-FE-IDX) TO WS-FL-RULE
               MOVE WS-FIELD-ERRORS(WS-FE-IDX) TO WS-FL-ERRORS
               MOVE ZERO TO WS-FIELD-ERROR-RATE
               IF WS-RECORDS-EDITED > ZERO
                   COMPUTE WS-FIELD-ERROR-RATE ROUNDED =
                       WS-FIELD-ERRORS(WS-FE-IDX) * 100
                       / WS-RECORDS-EDITED
               END-IF
               MOVE WS-FIELD-ERROR-RATE TO WS-FL-RATE
               WRITE REPORT-LINE FROM WS-FIELD-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       PRINT-SAMPLE-ERRORS.
           IF WS-SAMPLE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM WS-SAMPLE-HDR AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SAMPLE-COUNT
               MOVE WS-SM-FIELD-NO(WS-SM-IDX) TO WS-FIELD-NO
               MOVE WS-SM-KEY(WS-SM-IDX) TO WS-SL-KEY
               MOVE WS-FT-NAME(WS-FEED-NO, WS-FIELD-NO) TO WS-SL-NAME
               MOVE WS-FT-RULE(WS-FEED-NO, WS-FIELD-NO) TO WS-SL-RULE
               WRITE REPORT-LINE FROM WS-SAMPLE-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "DATA QUALITY EDIT COMPLETE"
           DISPLAY "======================================"
           DISPLAY "BUSINESS DATE: " WS-RUN-DATE
           DISPLAY "FEEDS EDITED: " WS-FEEDS-EDITED
           DISPLAY "FEEDS NOT PRESENT: " WS-FEEDS-ABSENT
           DISPLAY "FEEDS UNFIT: " WS-FEEDS-UNFIT
           DISPLAY "FEEDS NOT REGISTERED: " WS-FEEDS-UNREGISTERED
           DISPLAY "======================================"
           CLOSE FEED-REGISTER-FILE
           CLOSE SCORECARD-REPORT
           IF WS-FEEDS-UNFIT > ZERO
               DISPLAY "FEEDS UNFIT - CYCLE-GATE WILL HOLD THE CYCLE"
               MOVE 8 TO RETURN-CODE
           END-IF.
