       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCH-RISK.
       AUTHOR. RISK-ANALYTICS-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: MONTHLY MERCHANT RISK SCORING AND CHARGEBACK-RATIO   *
      * MONITORING. CUSTOMER-RISK SCORES CUSTOMERS; THE CARD NETWORKS *
      * FINE US WHEN A MERCHANT'S CHARGEBACK RATIO GOES OVER THEIR    *
      * LIMIT, SO THIS PROGRAM SCORES MERCHANTS FOR THE PERIOD        *
      * (YYYYMM OF THE DATE PASSED ON THE COMMAND LINE, ELSE TODAY):  *
      *   CHARGEBACK COUNT AND AMOUNT RATIO - DISPCASE.DAT CASES      *
      *     RECEIVED IN THE PERIOD OVER THE MERCHANT'S SALES IN THE   *
      *     PERIOD. BOTH SIDES ARE TIED TO THE MERCHANT BY            *
      *     INT-MERCHANT-ID THROUGH MERCHXRF.DAT, THE CROSS-REFERENCE *
      *     MERCH-PAYOUT BUILDS FROM EACH DAY'S INTTRAN.DAT.          *
      *   VOID RATE - EXT-VOID ITEMS OVER ALL DETAIL ITEMS ON THE     *
      *     EXTTRAN.DAT PRESENTED TO THE RUN (CONCATENATE THE         *
      *     MONTH'S FILES FOR A FULL-MONTH RATE), EACH TIED TO THE    *
      *     MERCHANT BY EXT-TRANS-ID THROUGH MERCHXRF.DAT, WHICH      *
      *     HOLDS THE SAME MERCHANT ID MERCH-PAYOUT AND MERCH-SETTLE  *
      *     TAKE FROM EXT-MERCHANT (OUR OWN ID FOR THE MERCHANT).     *
      *   OPEN-VARIANCE SHARE - THE MERCHANT'S OPEN ITEMS ON          *
      *     OPENVAR.DAT AS A PERCENTAGE OF ALL OPEN ITEMS.            *
      *   STALE APPROVALS - OPEN ITEMS ON SETTLE-LAG'S STALEAPP.DAT.  *
      * EACH FACTOR IS SCORED 0-100 AGAINST ITS LIMIT (100 = AT OR    *
      * OVER THE LIMIT) AND WEIGHTED INTO A 0-100 MERCHANT SCORE.     *
      * LIMITS, WEIGHTS AND CATEGORY CUT-OFFS COME FROM MRISKPRM.DAT  *
      * (SAME LAYOUT AS CUSTOMER-RISK'S RISKPRM.DAT); DEFAULTS APPLY  *
      * WHEN IT IS ABSENT. EVERY MERCHANT IS WRITTEN TO THE SNAPSHOT  *
      * MRISKSNP.DAT (SEE MRISKSNP.CPY). A MERCHANT OVER THE NETWORK  *
      * CHARGEBACK LIMIT - OR INSIDE THE EARLY-WARNING BAND BELOW IT, *
      * WITH AT LEAST THE NETWORK'S MINIMUM CHARGEBACK COUNT - IS     *
      * LISTED ON THE EARLY-WARNING REPORT MRISKEWR.DAT SO WE CAN ACT *
      * BEFORE THE NETWORK DOES.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-XREF-FILE ASSIGN TO "MERCHXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MX-TRANS-ID
               FILE STATUS IS WS-MX-STATUS.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO "DISPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DC-TRANS-ID
               FILE STATUS IS WS-DC-STATUS.
           SELECT OPTIONAL EXTERNAL-TRANS ASSIGN TO "EXTTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT OPTIONAL OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT OPTIONAL STALE-APPROVAL-FILE ASSIGN TO "STALEAPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SA-TRANS-ID
               FILE STATUS IS WS-SA-STATUS.
           SELECT OPTIONAL MERCHANT-MASTER ASSIGN TO "MERCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MM-STATUS.
           SELECT OPTIONAL MERCH-RISK-PARAMS ASSIGN TO "MRISKPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT MERCH-RISK-SNAPSHOT ASSIGN TO "MRISKSNP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EARLY-WARNING-REPORT ASSIGN TO "MRISKEWR.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MERCHANT-XREF-FILE.
           COPY "merchxrf.cpy".

       FD  DISPUTE-CASE-FILE.
           COPY "dispcase.cpy".

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
               88  EXT-OK-STATUS   VALUE "OK".
               88  EXT-PENDING     VALUE "PS".
               88  EXT-VOID        VALUE "VD".
           05  EXT-PROC-TIME       PIC X(26).
           05  EXT-FEES            PIC S9(7)V99 COMP-3.
           05  FILLER              PIC X(35).

       FD  OPEN-VARIANCE-FILE.
           COPY "openvar.cpy".

       FD  STALE-APPROVAL-FILE.
       01  STALE-APPROVAL-RECORD.
           05  SA-TRANS-ID         PIC X(16).
           05  SA-MERCHANT-ID      PIC X(15).
           05  SA-TRANS-TYPE       PIC X(4).
           05  SA-AMOUNT           PIC S9(11)V99 COMP-3.
           05  SA-TRANS-DATE       PIC 9(8).
           05  SA-FIRST-SEEN-DATE  PIC 9(8).
           05  SA-STATUS           PIC X(1).
               88  SA-OPEN         VALUE 'O'.
               88  SA-CLOSED       VALUE 'C'.
           05  SA-RESOLVE-DATE     PIC 9(8).

       FD  MERCHANT-MASTER.
           COPY "merchmast.cpy".

       FD  MERCH-RISK-PARAMS.
       01  MERCH-RISK-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

       FD  MERCH-RISK-SNAPSHOT.
           COPY "mrisksnp.cpy".

       FD  EARLY-WARNING-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MX-STATUS        PIC XX.
               88  MX-OK           VALUE "00".
               88  MX-EOF          VALUE "10".
               88  MX-NOT-FOUND    VALUE "23".
               88  MX-ERROR        VALUE "30" THRU "99".
           05  WS-DC-STATUS        PIC XX.
               88  DC-OK           VALUE "00".
           05  WS-EXT-STATUS       PIC XX.
               88  EXT-OK          VALUE "00".
           05  WS-OV-STATUS        PIC XX.
               88  OV-OK           VALUE "00".
           05  WS-SA-STATUS        PIC XX.
               88  SA-OK           VALUE "00".
           05  WS-MM-STATUS        PIC XX.
               88  MM-OK           VALUE "00".
               88  MM-NOT-FOUND    VALUE "23".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".
               88  PRM-EOF         VALUE "10".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-MERCH-VERIFY-FLAG PIC X VALUE 'N'.
               88  MERCH-VERIFY-ON VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-XREF-READ        PIC 9(8) VALUE ZERO.
           05  WS-CASES-COUNTED    PIC 9(6) VALUE ZERO.
           05  WS-EXT-READ         PIC 9(8) VALUE ZERO.
           05  WS-OPEN-VAR-TOTAL   PIC 9(6) VALUE ZERO.
           05  WS-STALE-TOTAL      PIC 9(6) VALUE ZERO.
           05  WS-UNMAPPED-ITEMS   PIC 9(6) VALUE ZERO.
           05  WS-MERCHANTS-SCORED PIC 9(6) VALUE ZERO.
           05  WS-HIGH-RISK-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-NETWORK-BREACHES PIC 9(6) VALUE ZERO.
           05  WS-NETWORK-WARNINGS PIC 9(6) VALUE ZERO.

      *****************************************************************
      * SCORING PARAMETERS. DEFAULTS FOLLOW THE CARD NETWORKS'        *
      * STANDARD MONITORING PROGRAM (0.90% OF SALES WITH 100 OR MORE  *
      * CHARGEBACKS) AND WARN AT 75% OF THE LIMIT. OVERRIDDEN BY      *
      * MRISKPRM.DAT ENTRIES OF THE SAME NAME.                        *
      *****************************************************************
       01  WS-RISK-PARAMETERS.
           05  WS-CB-COUNT-LIMIT   PIC 9(3)V99 VALUE 0.90.
           05  WS-CB-AMOUNT-LIMIT  PIC 9(3)V99 VALUE 0.90.
           05  WS-CB-MIN-COUNT     PIC 9(6) VALUE 100.
           05  WS-EARLY-WARN-PCT   PIC 9V999 VALUE 0.750.
           05  WS-VOID-RATE-LIMIT  PIC 9(3)V99 VALUE 5.00.
           05  WS-OPEN-VAR-LIMIT   PIC 9(3)V99 VALUE 10.00.
           05  WS-STALE-LIMIT      PIC 9(6) VALUE 10.
           05  WS-HIGH-RISK-MIN    PIC 9(3) VALUE 70.
           05  WS-MED-RISK-MIN     PIC 9(3) VALUE 40.
           05  WS-CB-COUNT-WEIGHT  PIC 9V999 VALUE 0.300.
           05  WS-CB-AMOUNT-WEIGHT PIC 9V999 VALUE 0.300.
           05  WS-VOID-WEIGHT      PIC 9V999 VALUE 0.150.
           05  WS-OPEN-VAR-WEIGHT  PIC 9V999 VALUE 0.150.
           05  WS-STALE-WEIGHT     PIC 9V999 VALUE 0.100.
           05  WS-PARAM-SET-ID     PIC X(10) VALUE "DEFAULT".

      *****************************************************************
      * PER-MERCHANT ACCUMULATORS, SAME FIXED-TABLE PATTERN AS        *
      * MERCH-SETTLE (WARN AND DROP ON OVERFLOW). ITEMS WHOSE         *
      * TRANS-ID IS NOT ON THE CROSS-REFERENCE ARE COUNTED AS         *
      * UNMAPPED AND NOT SCORED.                                      *
      *****************************************************************
       01  WS-MERCHANT-TABLE.
           05  WS-MR-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-MR-IDX.
               10  WS-MR-MERCHANT-ID PIC X(15).
               10  WS-MR-SALES-CNT   PIC 9(8).
               10  WS-MR-SALES-AMT   PIC S9(13)V99 COMP-3.
               10  WS-MR-CB-CNT      PIC 9(6).
               10  WS-MR-CB-AMT      PIC S9(11)V99 COMP-3.
               10  WS-MR-EXT-CNT     PIC 9(8).
               10  WS-MR-VOID-CNT    PIC 9(8).
               10  WS-MR-OV-CNT      PIC 9(6).
               10  WS-MR-STALE-CNT   PIC 9(6).
       01  WS-MERCHANT-COUNT       PIC 9(3) VALUE ZERO.

       01  WS-LOOKUP-MERCHANT      PIC X(15).

       01  WS-SCORE-WORK.
           05  WS-CB-COUNT-RATIO   PIC 9(5)V99.
           05  WS-CB-AMOUNT-RATIO  PIC 9(5)V99.
           05  WS-VOID-RATE        PIC 9(3)V99.
           05  WS-OPEN-VAR-SHARE   PIC 9(3)V99.
           05  WS-FACTOR-SCORE     PIC 9(3)V99.
           05  WS-WEIGHTED-SCORE   PIC 9(3)V99.
           05  WS-FINAL-SCORE      PIC 9(3).
           05  WS-WARN-COUNT-RATIO PIC 9(5)V99.
           05  WS-WARN-AMOUNT-RATIO PIC 9(5)V99.

       01  WS-PERIOD-DATE          PIC 9(8).
       01  WS-PARM-RAW             PIC X(8).
       01  WS-PERIOD               PIC 9(6).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(44) VALUE SPACES.
               10  FILLER          PIC X(44)
                   VALUE "MERCHANT CHARGEBACK EARLY-WARNING REPORT".
               10  FILLER          PIC X(44) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(8) VALUE "PERIOD: ".
               10  WS-RPT-PERIOD   PIC 9(6).
               10  FILLER          PIC X(22)
                   VALUE "   NETWORK LIMIT PCT: ".
               10  WS-RPT-LIMIT    PIC ZZ9.99.
               10  FILLER          PIC X(22)
                   VALUE "   MINIMUM CB COUNT: ".
               10  WS-RPT-MIN-CNT  PIC ZZZ,ZZ9.
               10  FILLER          PIC X(22)
                   VALUE "   WARNING AT PCT OF: ".
               10  WS-RPT-WARN-PCT PIC 9.999.
               10  FILLER          PIC X(34) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(17) VALUE "MERCHANT".
               10  FILLER          PIC X(32) VALUE "NAME".
               10  FILLER          PIC X(11) VALUE "     SALES".
               10  FILLER          PIC X(9)  VALUE "  CB CNT".
               10  FILLER          PIC X(11) VALUE "  CNT PCT".
               10  FILLER          PIC X(11) VALUE "  AMT PCT".
               10  FILLER          PIC X(6)  VALUE "SCORE".
               10  FILLER          PIC X(35) VALUE "STATUS".

       01  WS-WARNING-LINE.
           05  WS-WL-MERCHANT-ID   PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WL-NAME          PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WL-SALES-CNT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-WL-CB-CNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WL-CNT-RATIO     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WL-AMT-RATIO     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WL-SCORE         PIC ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-WL-STATUS        PIC X(25).
           05  FILLER              PIC X(10) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-RISK-PARAMETERS
           PERFORM ACCUMULATE-PERIOD-SALES
           PERFORM ACCUMULATE-CHARGEBACKS
           PERFORM ACCUMULATE-VOIDS
           PERFORM ACCUMULATE-OPEN-VARIANCES
           PERFORM ACCUMULATE-STALE-APPROVALS
           PERFORM SCORE-MERCHANTS
           PERFORM CLOSE-PROCESS
           STOP RUN.

      *****************************************************************
      * THE PERIOD IS THE YYYYMM OF THE DATE PASSED ON THE COMMAND    *
      * LINE (MONTHEND'S CONVENTION), ELSE OF TODAY'S DATE.           *
      * MERCHXRF.DAT IS REQUIRED - WITHOUT IT NO CHARGEBACK CAN BE    *
      * TIED TO A MERCHANT.                                           *
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
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               MOVE WS-RUN-DATE TO WS-PERIOD-DATE
           ELSE
               MOVE WS-PARM-RAW TO WS-PERIOD-DATE
           END-IF
           MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD
           OPEN INPUT MERCHANT-XREF-FILE
           IF NOT MX-OK
               DISPLAY "MERCHXRF.DAT NOT AVAILABLE: " WS-MX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MERCHANT-MASTER
           IF MM-OK
               MOVE 'Y' TO WS-MERCH-VERIFY-FLAG
           ELSE
               DISPLAY "WARNING: MERCHMAST.DAT NOT AVAILABLE - "
                   "MERCHANT NAMES NOT SHOWN"
           END-IF
           OPEN OUTPUT MERCH-RISK-SNAPSHOT
           OPEN OUTPUT EARLY-WARNING-REPORT.

       LOAD-RISK-PARAMETERS.
           OPEN INPUT MERCH-RISK-PARAMS
           READ MERCH-RISK-PARAMS
               AT END DISPLAY "WARNING: USING DEFAULT MERCHANT RISK "
                   "PARAMETERS"
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM PROCESS-PARAMETER
               READ MERCH-RISK-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE MERCH-RISK-PARAMS.

       PROCESS-PARAMETER.
           EVALUATE RP-PARAM-TYPE
               WHEN "CB_COUNT_RATIO_LIMIT"
                   MOVE RP-THRESHOLD TO WS-CB-COUNT-LIMIT
               WHEN "CB_AMOUNT_RATIO_LIMIT"
                   MOVE RP-THRESHOLD TO WS-CB-AMOUNT-LIMIT
               WHEN "CB_MIN_COUNT"
                   MOVE RP-THRESHOLD TO WS-CB-MIN-COUNT
               WHEN "EARLY_WARNING_PCT"
                   MOVE RP-WEIGHT TO WS-EARLY-WARN-PCT
               WHEN "VOID_RATE_LIMIT"
                   MOVE RP-THRESHOLD TO WS-VOID-RATE-LIMIT
               WHEN "OPEN_VAR_SHARE_LIMIT"
                   MOVE RP-THRESHOLD TO WS-OPEN-VAR-LIMIT
               WHEN "STALE_APPROVAL_LIMIT"
                   MOVE RP-THRESHOLD TO WS-STALE-LIMIT
               WHEN "HIGH_RISK_THRESHOLD"
                   MOVE RP-THRESHOLD TO WS-HIGH-RISK-MIN
               WHEN "MED_RISK_THRESHOLD"
                   MOVE RP-THRESHOLD TO WS-MED-RISK-MIN
               WHEN "CB_COUNT_WEIGHT"
                   MOVE RP-WEIGHT TO WS-CB-COUNT-WEIGHT
               WHEN "CB_AMOUNT_WEIGHT"
                   MOVE RP-WEIGHT TO WS-CB-AMOUNT-WEIGHT
               WHEN "VOID_RATE_WEIGHT"
                   MOVE RP-WEIGHT TO WS-VOID-WEIGHT
               WHEN "OPEN_VAR_WEIGHT"
                   MOVE RP-WEIGHT TO WS-OPEN-VAR-WEIGHT
               WHEN "STALE_APPROVAL_WEIGHT"
                   MOVE RP-WEIGHT TO WS-STALE-WEIGHT
               WHEN "PARAM_SET_ID"
                   MOVE RP-TEXT-VALUE TO WS-PARAM-SET-ID
           END-EVALUATE.

      *****************************************************************
      * SALES IN THE PERIOD: EVERY CROSS-REFERENCE ENTRY WHOSE        *
      * ORIGINAL TRANSACTION DATE FALLS IN THE PERIOD.                *
      *****************************************************************
       ACCUMULATE-PERIOD-SALES.
           MOVE LOW-VALUES TO MX-TRANS-ID
           START MERCHANT-XREF-FILE KEY IS NOT LESS THAN MX-TRANS-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERCHANT-XREF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF = 'N'
                   ADD 1 TO WS-XREF-READ
                   IF MX-TRANS-DATE(1:6) = WS-PERIOD
                           AND MX-MERCHANT-ID NOT = SPACES
                       MOVE MX-MERCHANT-ID TO WS-LOOKUP-MERCHANT
                       PERFORM FIND-MERCHANT-ENTRY
                       IF WS-MR-IDX > ZERO
                           ADD 1 TO WS-MR-SALES-CNT(WS-MR-IDX)
                           ADD MX-AMOUNT TO WS-MR-SALES-AMT(WS-MR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF.

      *****************************************************************
      * CHARGEBACKS RECEIVED IN THE PERIOD, WHATEVER THEIR OUTCOME -  *
      * THE NETWORKS COUNT A CHARGEBACK WHEN IT IS RAISED, NOT WHEN   *
      * WE WIN OR LOSE IT.                                            *
      *****************************************************************
       ACCUMULATE-CHARGEBACKS.
           OPEN INPUT DISPUTE-CASE-FILE
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF DC-RECEIVED-DATE(1:6) = WS-PERIOD
                   MOVE DC-TRANS-ID TO MX-TRANS-ID
                   PERFORM LOOK-UP-MERCHANT
                   IF WS-MR-IDX > ZERO
                       ADD 1 TO WS-MR-CB-CNT(WS-MR-IDX)
                       ADD DC-CHARGEBACK-AMT TO WS-MR-CB-AMT(WS-MR-IDX)
                       ADD 1 TO WS-CASES-COUNTED
                   END-IF
               END-IF
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE DISPUTE-CASE-FILE.

       ACCUMULATE-VOIDS.
           OPEN INPUT EXTERNAL-TRANS
           READ EXTERNAL-TRANS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF EXT-DETAIL
                   ADD 1 TO WS-EXT-READ
                   MOVE EXT-TRANS-ID TO MX-TRANS-ID
                   PERFORM LOOK-UP-MERCHANT
                   IF WS-MR-IDX > ZERO
                       ADD 1 TO WS-MR-EXT-CNT(WS-MR-IDX)
                       IF EXT-VOID
                           ADD 1 TO WS-MR-VOID-CNT(WS-MR-IDX)
                       END-IF
                   END-IF
               END-IF
               READ EXTERNAL-TRANS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE EXTERNAL-TRANS.

       ACCUMULATE-OPEN-VARIANCES.
           OPEN INPUT OPEN-VARIANCE-FILE
           READ OPEN-VARIANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OV-OPEN
                   ADD 1 TO WS-OPEN-VAR-TOTAL
                   MOVE OV-TRANS-ID TO MX-TRANS-ID
                   PERFORM LOOK-UP-MERCHANT
                   IF WS-MR-IDX > ZERO
                       ADD 1 TO WS-MR-OV-CNT(WS-MR-IDX)
                   END-IF
               END-IF
               READ OPEN-VARIANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE OPEN-VARIANCE-FILE.

       ACCUMULATE-STALE-APPROVALS.
           OPEN INPUT STALE-APPROVAL-FILE
           READ STALE-APPROVAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF SA-OPEN AND SA-MERCHANT-ID NOT = SPACES
                   ADD 1 TO WS-STALE-TOTAL
                   MOVE SA-MERCHANT-ID TO WS-LOOKUP-MERCHANT
                   PERFORM FIND-MERCHANT-ENTRY
                   IF WS-MR-IDX > ZERO
                       ADD 1 TO WS-MR-STALE-CNT(WS-MR-IDX)
                   END-IF
               END-IF
               READ STALE-APPROVAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE STALE-APPROVAL-FILE.

      *****************************************************************
      * MX-TRANS-ID IS SET BY THE CALLER. RETURNS WS-MR-IDX ZERO FOR  *
      * AN UNMAPPED TRANSACTION.                                      *
      *****************************************************************
       LOOK-UP-MERCHANT.
           READ MERCHANT-XREF-FILE
               INVALID KEY CONTINUE
           END-READ
           IF MX-OK AND MX-MERCHANT-ID NOT = SPACES
               MOVE MX-MERCHANT-ID TO WS-LOOKUP-MERCHANT
               PERFORM FIND-MERCHANT-ENTRY
           ELSE
               ADD 1 TO WS-UNMAPPED-ITEMS
               SET WS-MR-IDX TO ZERO
           END-IF.

       FIND-MERCHANT-ENTRY.
           SET WS-MR-IDX TO ZERO
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MERCHANT-COUNT
               IF WS-MR-MERCHANT-ID(WS-MR-IDX) = WS-LOOKUP-MERCHANT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MR-IDX > WS-MERCHANT-COUNT
               IF WS-MERCHANT-COUNT < 500
                   ADD 1 TO WS-MERCHANT-COUNT
                   SET WS-MR-IDX TO WS-MERCHANT-COUNT
                   MOVE WS-LOOKUP-MERCHANT
                       TO WS-MR-MERCHANT-ID(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-SALES-CNT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-SALES-AMT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-CB-CNT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-CB-AMT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-EXT-CNT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-VOID-CNT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-OV-CNT(WS-MR-IDX)
                   MOVE ZERO TO WS-MR-STALE-CNT(WS-MR-IDX)
               ELSE
                   DISPLAY "WARNING: MERCHANT TABLE FULL, DROPPING "
                       WS-LOOKUP-MERCHANT
                   SET WS-MR-IDX TO ZERO
               END-IF
           END-IF.

       SCORE-MERCHANTS.
           MOVE WS-PERIOD TO WS-RPT-PERIOD
           MOVE WS-CB-COUNT-LIMIT TO WS-RPT-LIMIT
           MOVE WS-CB-MIN-COUNT TO WS-RPT-MIN-CNT
           MOVE WS-EARLY-WARN-PCT TO WS-RPT-WARN-PCT
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE
           COMPUTE WS-WARN-COUNT-RATIO ROUNDED =
               WS-CB-COUNT-LIMIT * WS-EARLY-WARN-PCT
           COMPUTE WS-WARN-AMOUNT-RATIO ROUNDED =
               WS-CB-AMOUNT-LIMIT * WS-EARLY-WARN-PCT
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MERCHANT-COUNT
               PERFORM SCORE-ONE-MERCHANT
           END-PERFORM.

       SCORE-ONE-MERCHANT.
           INITIALIZE MERCHANT-RISK-RECORD
           MOVE WS-MR-MERCHANT-ID(WS-MR-IDX) TO MR-MERCHANT-ID
           MOVE WS-PERIOD TO MR-PERIOD
           MOVE WS-RUN-DATE TO MR-RUN-DATE
           MOVE WS-PARAM-SET-ID TO MR-PARAM-SET-ID
           MOVE WS-MR-SALES-CNT(WS-MR-IDX) TO MR-SALES-COUNT
           MOVE WS-MR-SALES-AMT(WS-MR-IDX) TO MR-SALES-AMOUNT
           MOVE WS-MR-CB-CNT(WS-MR-IDX) TO MR-CB-COUNT
           MOVE WS-MR-CB-AMT(WS-MR-IDX) TO MR-CB-AMOUNT
           MOVE WS-MR-OV-CNT(WS-MR-IDX) TO MR-OPEN-VAR-COUNT
           MOVE WS-MR-STALE-CNT(WS-MR-IDX) TO MR-STALE-COUNT
           IF MERCH-VERIFY-ON
               MOVE MR-MERCHANT-ID TO MM-MERCHANT-ID
               READ MERCHANT-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF MM-OK
                   MOVE MM-MERCHANT-NAME TO MR-MERCHANT-NAME
               ELSE
                   MOVE "** NOT ON MASTER **" TO MR-MERCHANT-NAME
               END-IF
           END-IF
           PERFORM COMPUTE-MERCHANT-RATIOS
           PERFORM COMPUTE-MERCHANT-SCORE
           PERFORM DETERMINE-MERCHANT-CATEGORY
           WRITE MERCHANT-RISK-RECORD
           ADD 1 TO WS-MERCHANTS-SCORED
           IF NOT MR-NETWORK-CLEAR
               PERFORM WRITE-WARNING-LINE
           END-IF.

      *****************************************************************
      * A MERCHANT WITH CHARGEBACKS BUT NO SALES IN THE PERIOD IS     *
      * TREATED AS 100% SO IT CANNOT SLIP UNDER THE LIMIT.            *
      *****************************************************************
       COMPUTE-MERCHANT-RATIOS.
           MOVE ZERO TO WS-CB-COUNT-RATIO
           MOVE ZERO TO WS-CB-AMOUNT-RATIO
           MOVE ZERO TO WS-VOID-RATE
           MOVE ZERO TO WS-OPEN-VAR-SHARE
           IF WS-MR-CB-CNT(WS-MR-IDX) > ZERO
               IF WS-MR-SALES-CNT(WS-MR-IDX) > ZERO
                   COMPUTE WS-CB-COUNT-RATIO ROUNDED =
                       WS-MR-CB-CNT(WS-MR-IDX) * 100
                       / WS-MR-SALES-CNT(WS-MR-IDX)
                       ON SIZE ERROR MOVE 99999.99 TO WS-CB-COUNT-RATIO
                   END-COMPUTE
               ELSE
                   MOVE 100 TO WS-CB-COUNT-RATIO
               END-IF
               IF WS-MR-SALES-AMT(WS-MR-IDX) > ZERO
                   COMPUTE WS-CB-AMOUNT-RATIO ROUNDED =
                       WS-MR-CB-AMT(WS-MR-IDX) * 100
                       / WS-MR-SALES-AMT(WS-MR-IDX)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-CB-AMOUNT-RATIO
                   END-COMPUTE
               ELSE
                   MOVE 100 TO WS-CB-AMOUNT-RATIO
               END-IF
           END-IF
           IF WS-MR-EXT-CNT(WS-MR-IDX) > ZERO
               COMPUTE WS-VOID-RATE ROUNDED =
                   WS-MR-VOID-CNT(WS-MR-IDX) * 100
                   / WS-MR-EXT-CNT(WS-MR-IDX)
           END-IF
           IF WS-OPEN-VAR-TOTAL > ZERO
               COMPUTE WS-OPEN-VAR-SHARE ROUNDED =
                   WS-MR-OV-CNT(WS-MR-IDX) * 100 / WS-OPEN-VAR-TOTAL
           END-IF
           MOVE WS-CB-COUNT-RATIO TO MR-CB-COUNT-RATIO
           MOVE WS-CB-AMOUNT-RATIO TO MR-CB-AMOUNT-RATIO
           MOVE WS-VOID-RATE TO MR-VOID-RATE
           MOVE WS-OPEN-VAR-SHARE TO MR-OPEN-VAR-SHARE.

      *****************************************************************
      * EACH FACTOR SCORES ITS METRIC AS A PERCENTAGE OF ITS LIMIT,   *
      * CAPPED AT 100, THEN CARRIES ITS WEIGHT INTO THE FINAL SCORE.  *
      *****************************************************************
       COMPUTE-MERCHANT-SCORE.
           MOVE ZERO TO WS-WEIGHTED-SCORE
           IF WS-CB-COUNT-LIMIT > ZERO
               COMPUTE WS-FACTOR-SCORE ROUNDED =
                   WS-CB-COUNT-RATIO * 100 / WS-CB-COUNT-LIMIT
                   ON SIZE ERROR MOVE 100 TO WS-FACTOR-SCORE
               END-COMPUTE
               IF WS-FACTOR-SCORE > 100
                   MOVE 100 TO WS-FACTOR-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SCORE ROUNDED = WS-WEIGHTED-SCORE
                   + WS-FACTOR-SCORE * WS-CB-COUNT-WEIGHT
           END-IF
           IF WS-CB-AMOUNT-LIMIT > ZERO
               COMPUTE WS-FACTOR-SCORE ROUNDED =
                   WS-CB-AMOUNT-RATIO * 100 / WS-CB-AMOUNT-LIMIT
                   ON SIZE ERROR MOVE 100 TO WS-FACTOR-SCORE
               END-COMPUTE
               IF WS-FACTOR-SCORE > 100
                   MOVE 100 TO WS-FACTOR-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SCORE ROUNDED = WS-WEIGHTED-SCORE
                   + WS-FACTOR-SCORE * WS-CB-AMOUNT-WEIGHT
           END-IF
           IF WS-VOID-RATE-LIMIT > ZERO
               COMPUTE WS-FACTOR-SCORE ROUNDED =
                   WS-VOID-RATE * 100 / WS-VOID-RATE-LIMIT
                   ON SIZE ERROR MOVE 100 TO WS-FACTOR-SCORE
               END-COMPUTE
               IF WS-FACTOR-SCORE > 100
                   MOVE 100 TO WS-FACTOR-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SCORE ROUNDED = WS-WEIGHTED-SCORE
                   + WS-FACTOR-SCORE * WS-VOID-WEIGHT
           END-IF
           IF WS-OPEN-VAR-LIMIT > ZERO
               COMPUTE WS-FACTOR-SCORE ROUNDED =
                   WS-OPEN-VAR-SHARE * 100 / WS-OPEN-VAR-LIMIT
                   ON SIZE ERROR MOVE 100 TO WS-FACTOR-SCORE
               END-COMPUTE
               IF WS-FACTOR-SCORE > 100
                   MOVE 100 TO WS-FACTOR-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SCORE ROUNDED = WS-WEIGHTED-SCORE
                   + WS-FACTOR-SCORE * WS-OPEN-VAR-WEIGHT
           END-IF
           IF WS-STALE-LIMIT > ZERO
               COMPUTE WS-FACTOR-SCORE ROUNDED =
                   WS-MR-STALE-CNT(WS-MR-IDX) * 100 / WS-STALE-LIMIT
                   ON SIZE ERROR MOVE 100 TO WS-FACTOR-SCORE
               END-COMPUTE
               IF WS-FACTOR-SCORE > 100
                   MOVE 100 TO WS-FACTOR-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SCORE ROUNDED = WS-WEIGHTED-SCORE
                   + WS-FACTOR-SCORE * WS-STALE-WEIGHT
           END-IF
           IF WS-WEIGHTED-SCORE > 100
               MOVE 100 TO WS-FINAL-SCORE
           ELSE
               COMPUTE WS-FINAL-SCORE ROUNDED = WS-WEIGHTED-SCORE
           END-IF
           MOVE WS-FINAL-SCORE TO MR-RISK-SCORE.

      *****************************************************************
      * THE NETWORK TEST NEEDS BOTH A RATIO AT OR OVER THE LIMIT AND  *
      * THE MINIMUM CHARGEBACK COUNT; THE EARLY-WARNING BAND USES THE *
      * SAME MINIMUM AGAINST THE REDUCED RATIO. A NETWORK BREACH IS   *
      * HIGH-RISK WHATEVER THE SCORE.                                 *
      *****************************************************************
       DETERMINE-MERCHANT-CATEGORY.
           SET MR-NETWORK-CLEAR TO TRUE
           IF WS-MR-CB-CNT(WS-MR-IDX) >= WS-CB-MIN-COUNT
               IF WS-CB-COUNT-RATIO >= WS-CB-COUNT-LIMIT
                       OR WS-CB-AMOUNT-RATIO >= WS-CB-AMOUNT-LIMIT
                   SET MR-NETWORK-BREACH TO TRUE
                   ADD 1 TO WS-NETWORK-BREACHES
               ELSE
                   IF WS-CB-COUNT-RATIO >= WS-WARN-COUNT-RATIO
                           OR WS-CB-AMOUNT-RATIO
                               >= WS-WARN-AMOUNT-RATIO
                       SET MR-NETWORK-WARNING TO TRUE
                       ADD 1 TO WS-NETWORK-WARNINGS
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MR-NETWORK-BREACH
                   MOVE "HIGH-RISK" TO MR-RISK-CATEGORY
                   ADD 1 TO WS-HIGH-RISK-COUNT
               WHEN WS-FINAL-SCORE >= WS-HIGH-RISK-MIN
                   MOVE "HIGH-RISK" TO MR-RISK-CATEGORY
                   ADD 1 TO WS-HIGH-RISK-COUNT
               WHEN WS-FINAL-SCORE >= WS-MED-RISK-MIN
                   MOVE "MEDIUM" TO MR-RISK-CATEGORY
               WHEN OTHER
                   MOVE "LOW" TO MR-RISK-CATEGORY
           END-EVALUATE.

       WRITE-WARNING-LINE.
           MOVE MR-MERCHANT-ID TO WS-WL-MERCHANT-ID
           MOVE MR-MERCHANT-NAME TO WS-WL-NAME
           MOVE MR-SALES-COUNT TO WS-WL-SALES-CNT
           MOVE MR-CB-COUNT TO WS-WL-CB-CNT
           MOVE MR-CB-COUNT-RATIO TO WS-WL-CNT-RATIO
           MOVE MR-CB-AMOUNT-RATIO TO WS-WL-AMT-RATIO
           MOVE MR-RISK-SCORE TO WS-WL-SCORE
           IF MR-NETWORK-BREACH
               MOVE "** OVER NETWORK LIMIT **" TO WS-WL-STATUS
           ELSE
               MOVE "APPROACHING LIMIT" TO WS-WL-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-WARNING-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           IF WS-NETWORK-BREACHES = ZERO AND WS-NETWORK-WARNINGS = ZERO
               MOVE "NO MERCHANTS AT OR NEAR THE NETWORK LIMIT"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF
           DISPLAY "======================================"
           DISPLAY "MERCHANT RISK SCORING COMPLETE"
           DISPLAY "======================================"
           DISPLAY "PERIOD: " WS-PERIOD
           DISPLAY "PARAMETER SET: " WS-PARAM-SET-ID
           DISPLAY "CROSS-REFERENCE ENTRIES READ: " WS-XREF-READ
           DISPLAY "CHARGEBACKS COUNTED: " WS-CASES-COUNTED
           DISPLAY "PROCESSOR ITEMS READ: " WS-EXT-READ
           DISPLAY "OPEN VARIANCES: " WS-OPEN-VAR-TOTAL
           DISPLAY "OPEN STALE APPROVALS: " WS-STALE-TOTAL
           DISPLAY "ITEMS WITH NO MERCHANT MAPPING: "
               WS-UNMAPPED-ITEMS
           DISPLAY "MERCHANTS SCORED: " WS-MERCHANTS-SCORED
           DISPLAY "HIGH-RISK MERCHANTS: " WS-HIGH-RISK-COUNT
           DISPLAY "OVER NETWORK LIMIT: " WS-NETWORK-BREACHES
           DISPLAY "APPROACHING NETWORK LIMIT: " WS-NETWORK-WARNINGS
           DISPLAY "======================================"
           CLOSE MERCHANT-XREF-FILE
           IF MERCH-VERIFY-ON
               CLOSE MERCHANT-MASTER
           END-IF
           CLOSE MERCH-RISK-SNAPSHOT
           CLOSE EARLY-WARNING-REPORT.
