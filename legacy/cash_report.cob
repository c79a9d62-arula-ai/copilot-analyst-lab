       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-REPORT.
       AUTHOR. RISK-ANALYTICS-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: LARGE-CASH TRANSACTION REPORTING AND STRUCTURING     *
      * DETECTION FOR COMPLIANCE, WHO USED TO COMPILE CURRENCY        *
      * TRANSACTION REPORTS BY HAND. READS CUSTTRAN.DAT (THE SAME     *
      * FEED CUSTOMER-RISK SCORES) AND, FOR EACH CT-CUST-ID, ADDS UP  *
      * THE APPROVED CASH ACTIVITY - BRANCH-CHANNEL AND ATM-CHANNEL   *
      * ROWS - IN THE ROLLING WINDOW ENDING ON THE BUSINESS DATE:     *
      * 1. EACH CUSTOMER WHOSE CASH IN OR CASH OUT ON THE BUSINESS    *
      * DATE (AGGREGATED SEPARATELY, ACROSS BOTH CHANNELS) IS OVER    *
      * THE REPORTING THRESHOLD IS WRITTEN TO THE REPORTABLE-         *
      * TRANSACTION EXTRACT CTREXTR.DAT (SEE CTREXTR.CPY). ONLY       *
      * THE BUSINESS DATE IS EXTRACTED SO A DAILY RUN NEVER FILES     *
      * THE SAME CUSTOMER-DAY TWICE; RERUN FOR A DATE TO CATCH UP.    *
      * 2. A CASH ITEM IS "JUST UNDER" WHEN IT IS BELOW THE           *
      * THRESHOLD BUT AT OR ABOVE THE BAND PERCENTAGE OF IT. A        *
      * CUSTOMER WITH AT LEAST THE MINIMUM NUMBER OF JUST-UNDER       *
      * ITEMS IN THE WINDOW - ON ONE DAY OR SPREAD ACROSS DAYS AND    *
      * CHANNELS - IS LISTED ON THE STRUCTURING-SUSPECT REPORT        *
      * STRUCRPT.DAT WITH THE DAYS AND CHANNELS USED.                 *
      * THE THRESHOLD, WINDOW, BAND AND MINIMUM COUNT ALL COME FROM   *
      * CASHPRM.DAT (RISKPRM.DAT LAYOUT). THERE ARE NO BUILT-IN       *
      * DEFAULTS - THEY ARE REGULATORY NUMBERS COMPLIANCE OWNS - SO   *
      * A MISSING FILE OR ENTRY ENDS THE RUN WITH RETURN CODE 8.      *
      * COMMAND-LINE PARAMETER: BUSINESS DATE AS YYYYMMDD. NO         *
      * PARAMETER MEANS THE RUN DATE.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TRANS-FILE ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-STATUS.
           SELECT OPTIONAL CASH-PARAMS ASSIGN TO "CASHPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXTR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRUCTURING-REPORT ASSIGN TO "STRUCRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CASH-PARAMS.
       01  RISK-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

       FD  CTR-EXTRACT-FILE.
           COPY "ctrextr.cpy".

       FD  STRUCTURING-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CT-STATUS        PIC XX.
               88  CT-OK           VALUE "00".
               88  CT-EOF          VALUE "10".
               88  CT-ERROR        VALUE "30" THRU "99".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".

       01  WS-COUNTERS.
           05  WS-CT-READ          PIC 9(8) VALUE ZERO.
           05  WS-CASH-ITEMS       PIC 9(8) VALUE ZERO.
           05  WS-BAD-DATE-CNT     PIC 9(6) VALUE ZERO.
           05  WS-CUSTS-WITH-CASH  PIC 9(6) VALUE ZERO.
           05  WS-CTR-WRITTEN      PIC 9(6) VALUE ZERO.
           05  WS-SUSPECTS-LISTED  PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-PARAM-ERROR-FLAG PIC X VALUE 'N'.
               88  PARAM-ERROR     VALUE 'Y'.

      *****************************************************************
      * CASH PARAMETERS FROM CASHPRM.DAT (RISKPRM.DAT LAYOUT):        *
      * CTR_THRESHOLD (RP-THRESHOLD) - A CUSTOMER-DAY'S CASH IN OR    *
      * CASH OUT OVER THIS AMOUNT IS REPORTABLE.                      *
      * STRUCT_WINDOW_DAYS (RP-THRESHOLD) - CALENDAR DAYS IN THE      *
      * ROLLING WINDOW, ENDING ON THE BUSINESS DATE (1 TO 92).        *
      * STRUCT_BAND_PCT (RP-WEIGHT) - LOWER EDGE OF THE JUST-UNDER    *
      * BAND AS A SHARE OF THE THRESHOLD (E.G. 0.900).                *
      * STRUCT_MIN_COUNT (RP-THRESHOLD) - JUST-UNDER ITEMS IN THE     *
      * WINDOW THAT MAKE A CUSTOMER A STRUCTURING SUSPECT.            *
      * EACH SWITCH BELOW RECORDS THAT ITS ENTRY WAS SUPPLIED.        *
      *****************************************************************
       01  WS-CASH-PARAMETERS.
           05  WS-CTR-THRESHOLD    PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-WINDOW-DAYS      PIC 9(3) VALUE ZERO.
           05  WS-BAND-PCT         PIC 9V999 VALUE ZERO.
           05  WS-MIN-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-BAND-FLOOR       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-THRESHOLD-SET    PIC X VALUE 'N'.
           05  WS-WINDOW-SET       PIC X VALUE 'N'.
           05  WS-BAND-SET         PIC X VALUE 'N'.
           05  WS-MIN-COUNT-SET    PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-PARM-RAW             PIC X(8).
       01  WS-RUN-TIMESTAMP        PIC X(26).
       01  WS-BUSINESS-DAYNUM      PIC 9(8).
       01  WS-WINDOW-START-DAYNUM  PIC 9(8).
       01  WS-WINDOW-START-DATE    PIC 9(8).
       01  WS-TRANS-DAYNUM         PIC 9(8).
       01  WS-DAY-SLOT             PIC 9(3).
       01  WS-CASH-AMOUNT          PIC S9(9)V99 COMP-3.

      *****************************************************************
      * THE CURRENT CUSTOMER'S CASH, ONE SLOT PER DAY OF THE WINDOW   *
      * (SLOT 1 IS THE FIRST DAY, THE LAST SLOT THE BUSINESS          *
      * DATE). CASH IN AND CASH OUT ARE KEPT APART - A DEPOSIT AND A  *
      * WITHDRAWAL DO NOT NET - AND EACH IS SPLIT BY CHANNEL FOR THE  *
      * EXTRACT. WS-DS-JU-COUNT IS THE DAY'S JUST-UNDER ITEMS.        *
      *****************************************************************
       01  WS-DAY-TABLE.
           05  WS-DS-ENTRY OCCURS 92 TIMES
               INDEXED BY WS-DS-IDX.
               10  WS-DS-IN-BRN-CNT  PIC 9(4).
               10  WS-DS-IN-BRN-AMT  PIC S9(11)V99 COMP-3.
               10  WS-DS-IN-ATM-CNT  PIC 9(4).
               10  WS-DS-IN-ATM-AMT  PIC S9(11)V99 COMP-3.
               10  WS-DS-OUT-BRN-CNT PIC 9(4).
               10  WS-DS-OUT-BRN-AMT PIC S9(11)V99 COMP-3.
               10  WS-DS-OUT-ATM-CNT PIC 9(4).
               10  WS-DS-OUT-ATM-AMT PIC S9(11)V99 COMP-3.
               10  WS-DS-JU-COUNT    PIC 9(4).

       01  WS-CURRENT-CUSTOMER.
           05  WS-CURR-CUST-ID     PIC X(10).
           05  WS-CURR-CASH-CNT    PIC 9(6).
           05  WS-JU-COUNT         PIC 9(4).
           05  WS-JU-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-JU-BRN-COUNT     PIC 9(4).
           05  WS-JU-ATM-COUNT     PIC 9(4).
           05  WS-JU-DAYS          PIC 9(3).
           05  WS-JU-FIRST-DATE    PIC 9(8).
           05  WS-JU-LAST-DATE     PIC 9(8).

       01  WS-DAY-TOTALS.
           05  WS-DAY-DATE         PIC 9(8).
           05  WS-DAY-BRN-CNT      PIC 9(4).
           05  WS-DAY-BRN-AMT      PIC S9(11)V99 COMP-3.
           05  WS-DAY-ATM-CNT      PIC 9(4).
           05  WS-DAY-ATM-AMT      PIC S9(11)V99 COMP-3.
           05  WS-DAY-TOTAL        PIC S9(11)V99 COMP-3.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(44) VALUE SPACES.
               10  FILLER          PIC X(44)
                   VALUE "CASH STRUCTURING SUSPECTS".
               10  FILLER          PIC X(44) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(15) VALUE "BUSINESS DATE: ".
               10  WS-H2-DATE      PIC 9(8).
               10  FILLER          PIC X(10) VALUE "  WINDOW: ".
               10  WS-H2-START     PIC 9(8).
               10  FILLER          PIC X(4) VALUE " TO ".
               10  WS-H2-END       PIC 9(8).
               10  FILLER          PIC X(13) VALUE "  THRESHOLD: ".
               10  WS-H2-THRESHOLD PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(8) VALUE "  BAND: ".
               10  WS-H2-FLOOR     PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(13) VALUE "  MIN ITEMS: ".
               10  WS-H2-MIN-COUNT PIC ZZ9.
               10  FILLER          PIC X(16) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(12) VALUE "CUSTOMER".
               10  FILLER          PIC X(8)  VALUE "ITEMS".
               10  FILLER          PIC X(18)
                   VALUE "      ITEMS AMOUNT".
               10  FILLER          PIC X(6)  VALUE "  DAYS".
               10  FILLER          PIC X(8)  VALUE "  BRANCH".
               10  FILLER          PIC X(6)  VALUE "   ATM".
               10  FILLER          PIC X(12) VALUE "  FIRST ITEM".
               10  FILLER          PIC X(12) VALUE "   LAST ITEM".
               10  FILLER          PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID       PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-COUNT         PIC Z,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-DAYS          PIC ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-BRN-COUNT     PIC Z,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-ATM-COUNT     PIC Z,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-DL-FIRST-DATE    PIC 9(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-DL-LAST-DATE     PIC 9(8).
           05  FILLER              PIC X(50) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-CASH-PARAMETERS
           PERFORM ESTABLISH-WINDOW
           PERFORM OPEN-FILES
           PERFORM READ-CUST-TRANS
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE CT-CUST-ID TO WS-CURR-CUST-ID
               PERFORM START-CUSTOMER
               PERFORM UNTIL WS-EOF = 'Y'
                       OR CT-CUST-ID NOT = WS-CURR-CUST-ID
                   PERFORM ACCUMULATE-CASH-ITEM
                   PERFORM READ-CUST-TRANS
               END-PERFORM
               PERFORM FINISH-CUSTOMER
           END-PERFORM
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
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-PARM-RAW TO WS-BUSINESS-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = 0
               DISPLAY "INVALID BUSINESS DATE: " WS-PARM-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CASH-PARAMETERS.
           OPEN INPUT CASH-PARAMS
           IF NOT PRM-OK
               DISPLAY "CASHPRM.DAT NOT AVAILABLE - CASH REPORTING "
                   "NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CASH-PARAMS
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM PROCESS-PARAMETER
               READ CASH-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE CASH-PARAMS
           PERFORM CHECK-CASH-PARAMETERS.

       PROCESS-PARAMETER.
           EVALUATE RP-PARAM-TYPE
               WHEN "CTR_THRESHOLD"
                   MOVE RP-THRESHOLD TO WS-CTR-THRESHOLD
                   MOVE 'Y' TO WS-THRESHOLD-SET
               WHEN "STRUCT_WINDOW_DAYS"
                   MOVE RP-THRESHOLD TO WS-WINDOW-DAYS
                   MOVE 'Y' TO WS-WINDOW-SET
               WHEN "STRUCT_BAND_PCT"
                   MOVE RP-WEIGHT TO WS-BAND-PCT
                   MOVE 'Y' TO WS-BAND-SET
               WHEN "STRUCT_MIN_COUNT"
                   MOVE RP-THRESHOLD TO WS-MIN-COUNT
                   MOVE 'Y' TO WS-MIN-COUNT-SET
               WHEN OTHER
                   DISPLAY "WARNING: UNKNOWN CASH PARAMETER "
                       RP-PARAM-TYPE
           END-EVALUATE.

      *****************************************************************
      * EVERY PARAMETER MUST BE PRESENT AND SENSIBLE BEFORE ANYTHING  *
      * IS WRITTEN; EACH PROBLEM IS DISPLAYED BEFORE THE RUN ENDS.    *
      *****************************************************************
       CHECK-CASH-PARAMETERS.
           IF WS-THRESHOLD-SET = 'N' OR WS-CTR-THRESHOLD NOT > ZERO
               DISPLAY "CASHPRM.DAT: CTR_THRESHOLD MISSING OR NOT "
                   "POSITIVE"
               MOVE 'Y' TO WS-PARAM-ERROR-FLAG
           END-IF
           IF WS-WINDOW-SET = 'N' OR WS-WINDOW-DAYS < 1
                   OR WS-WINDOW-DAYS > 92
               DISPLAY "CASHPRM.DAT: STRUCT_WINDOW_DAYS MISSING OR "
                   "NOT 1 TO 92"
               MOVE 'Y' TO WS-PARAM-ERROR-FLAG
           END-IF
           IF WS-BAND-SET = 'N' OR WS-BAND-PCT = ZERO
                   OR WS-BAND-PCT NOT < 1
               DISPLAY "CASHPRM.DAT: STRUCT_BAND_PCT MISSING OR "
                   "NOT BETWEEN 0 AND 1"
               MOVE 'Y' TO WS-PARAM-ERROR-FLAG
           END-IF
           IF WS-MIN-COUNT-SET = 'N' OR WS-MIN-COUNT < 2
               DISPLAY "CASHPRM.DAT: STRUCT_MIN_COUNT MISSING OR "
                   "BELOW 2"
               MOVE 'Y' TO WS-PARAM-ERROR-FLAG
           END-IF
           IF PARAM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-CTR-THRESHOLD * WS-BAND-PCT.

       ESTABLISH-WINDOW.
           COMPUTE WS-BUSINESS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-WINDOW-START-DAYNUM =
               WS-BUSINESS-DAYNUM - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-DAYNUM).

       OPEN-FILES.
           OPEN INPUT CUST-TRANS-FILE
           IF NOT CT-OK
               DISPLAY "CUSTTRAN.DAT NOT AVAILABLE: " WS-CT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CTR-EXTRACT-FILE
           OPEN OUTPUT STRUCTURING-REPORT
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-BUSINESS-DATE TO WS-H2-DATE
           MOVE WS-WINDOW-START-DATE TO WS-H2-START
           MOVE WS-BUSINESS-DATE TO WS-H2-END
           MOVE WS-CTR-THRESHOLD TO WS-H2-THRESHOLD
           MOVE WS-BAND-FLOOR TO WS-H2-FLOOR
           MOVE WS-MIN-COUNT TO WS-H2-MIN-COUNT
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       READ-CUST-TRANS.
           READ CUST-TRANS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF CT-ERROR
               DISPLAY "FILE ERROR ON CUSTTRAN.DAT: " WS-CT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EOF = 'N'
               ADD 1 TO WS-CT-READ
           END-IF.

       START-CUSTOMER.
           MOVE ZERO TO WS-CURR-CASH-CNT
           MOVE ZERO TO WS-JU-COUNT
           MOVE ZERO TO WS-JU-AMOUNT
           MOVE ZERO TO WS-JU-BRN-COUNT
           MOVE ZERO TO WS-JU-ATM-COUNT
           MOVE ZERO TO WS-JU-DAYS
           MOVE ZERO TO WS-JU-FIRST-DATE
           MOVE ZERO TO WS-JU-LAST-DATE
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-WINDOW-DAYS
               MOVE ZERO TO WS-DS-IN-BRN-CNT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-IN-BRN-AMT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-IN-ATM-CNT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-IN-ATM-AMT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-OUT-BRN-CNT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-OUT-BRN-AMT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-OUT-ATM-CNT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-OUT-ATM-AMT(WS-DS-IDX)
               MOVE ZERO TO WS-DS-JU-COUNT(WS-DS-IDX)
           END-PERFORM.

      *****************************************************************
      * ONLY APPROVED BRANCH AND ATM ROWS DATED INSIDE THE WINDOW ARE *
      * CASH ACTIVITY. A POSITIVE CT-AMOUNT IS CASH IN, A NEGATIVE    *
      * ONE CASH OUT; THE JUST-UNDER TEST USES THE ITEM'S SIZE EITHER *
      * WAY. A ROW WITH AN IMPOSSIBLE DATE IS COUNTED AND SKIPPED.    *
      *****************************************************************
       ACCUMULATE-CASH-ITEM.
           IF NOT APPROVED
               EXIT PARAGRAPH
           END-IF
           IF NOT BRANCH-CHANNEL AND NOT ATM-CHANNEL
               EXIT PARAGRAPH
           END-IF
           IF CT-TRANS-DATE < WS-WINDOW-START-DATE
                   OR CT-TRANS-DATE > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CT-TRANS-DATE) NOT = 0
               ADD 1 TO WS-BAD-DATE-CNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRANS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(CT-TRANS-DATE)
           COMPUTE WS-DAY-SLOT =
               WS-TRANS-DAYNUM - WS-WINDOW-START-DAYNUM + 1
           SET WS-DS-IDX TO WS-DAY-SLOT
           ADD 1 TO WS-CASH-ITEMS
           ADD 1 TO WS-CURR-CASH-CNT
           IF CT-AMOUNT < ZERO
               COMPUTE WS-CASH-AMOUNT = ZERO - CT-AMOUNT
               IF BRANCH-CHANNEL
                   ADD 1 TO WS-DS-OUT-BRN-CNT(WS-DS-IDX)
                   ADD WS-CASH-AMOUNT TO WS-DS-OUT-BRN-AMT(WS-DS-IDX)
               ELSE
                   ADD 1 TO WS-DS-OUT-ATM-CNT(WS-DS-IDX)
                   ADD WS-CASH-AMOUNT TO WS-DS-OUT-ATM-AMT(WS-DS-IDX)
               END-IF
           ELSE
               MOVE CT-AMOUNT TO WS-CASH-AMOUNT
               IF BRANCH-CHANNEL
                   ADD 1 TO WS-DS-IN-BRN-CNT(WS-DS-IDX)
                   ADD WS-CASH-AMOUNT TO WS-DS-IN-BRN-AMT(WS-DS-IDX)
               ELSE
                   ADD 1 TO WS-DS-IN-ATM-CNT(WS-DS-IDX)
                   ADD WS-CASH-AMOUNT TO WS-DS-IN-ATM-AMT(WS-DS-IDX)
               END-IF
           END-IF
           IF WS-CASH-AMOUNT >= WS-BAND-FLOOR
                   AND WS-CASH-AMOUNT < WS-CTR-THRESHOLD
               PERFORM TALLY-JUST-UNDER-ITEM
           END-IF.

       TALLY-JUST-UNDER-ITEM.
           IF WS-DS-JU-COUNT(WS-DS-IDX) = ZERO
               ADD 1 TO WS-JU-DAYS
           END-IF
           ADD 1 TO WS-DS-JU-COUNT(WS-DS-IDX)
           ADD 1 TO WS-JU-COUNT
           ADD WS-CASH-AMOUNT TO WS-JU-AMOUNT
           IF BRANCH-CHANNEL
               ADD 1 TO WS-JU-BRN-COUNT
           ELSE
               ADD 1 TO WS-JU-ATM-COUNT
           END-IF
           IF WS-JU-FIRST-DATE = ZERO
                   OR CT-TRANS-DATE < WS-JU-FIRST-DATE
               MOVE CT-TRANS-DATE TO WS-JU-FIRST-DATE
           END-IF
           IF CT-TRANS-DATE > WS-JU-LAST-DATE
               MOVE CT-TRANS-DATE TO WS-JU-LAST-DATE
           END-IF.

       FINISH-CUSTOMER.
           IF WS-CURR-CASH-CNT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTS-WITH-CASH
           SET WS-DS-IDX TO WS-WINDOW-DAYS
           PERFORM CHECK-REPORTABLE-DAY
           IF WS-JU-COUNT >= WS-MIN-COUNT
               PERFORM PRINT-SUSPECT-LINE
           END-IF.

      *****************************************************************
      * THE BUSINESS DATE (THE LAST SLOT OF THE WINDOW) IS CHECKED    *
      * ONCE FOR CASH IN AND ONCE FOR CASH OUT; EITHER SIDE OVER THE  *
      * THRESHOLD WRITES ITS OWN EXTRACT ROW.                         *
      *****************************************************************
       CHECK-REPORTABLE-DAY.
           SET WS-DAY-SLOT TO WS-DS-IDX
           COMPUTE WS-TRANS-DAYNUM =
               WS-WINDOW-START-DAYNUM + WS-DAY-SLOT - 1
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TRANS-DAYNUM)
           MOVE WS-DS-IN-BRN-CNT(WS-DS-IDX) TO WS-DAY-BRN-CNT
           MOVE WS-DS-IN-BRN-AMT(WS-DS-IDX) TO WS-DAY-BRN-AMT
           MOVE WS-DS-IN-ATM-CNT(WS-DS-IDX) TO WS-DAY-ATM-CNT
           MOVE WS-DS-IN-ATM-AMT(WS-DS-IDX) TO WS-DAY-ATM-AMT
           COMPUTE WS-DAY-TOTAL = WS-DAY-BRN-AMT + WS-DAY-ATM-AMT
           IF WS-DAY-TOTAL > WS-CTR-THRESHOLD
               SET CX-CASH-IN TO TRUE
               PERFORM WRITE-CTR-EXTRACT
           END-IF
           MOVE WS-DS-OUT-BRN-CNT(WS-DS-IDX) TO WS-DAY-BRN-CNT
           MOVE WS-DS-OUT-BRN-AMT(WS-DS-IDX) TO WS-DAY-BRN-AMT
           MOVE WS-DS-OUT-ATM-CNT(WS-DS-IDX) TO WS-DAY-ATM-CNT
           MOVE WS-DS-OUT-ATM-AMT(WS-DS-IDX) TO WS-DAY-ATM-AMT
           COMPUTE WS-DAY-TOTAL = WS-DAY-BRN-AMT + WS-DAY-ATM-AMT
           IF WS-DAY-TOTAL > WS-CTR-THRESHOLD
               SET CX-CASH-OUT TO TRUE
               PERFORM WRITE-CTR-EXTRACT
           END-IF.

       WRITE-CTR-EXTRACT.
           MOVE WS-CURR-CUST-ID TO CX-CUST-ID
           MOVE WS-DAY-DATE TO CX-BUSINESS-DATE
           MOVE WS-DAY-TOTAL TO CX-TOTAL-AMOUNT
           COMPUTE CX-TRANS-COUNT = WS-DAY-BRN-CNT + WS-DAY-ATM-CNT
           MOVE WS-DAY-BRN-CNT TO CX-BRANCH-COUNT
           MOVE WS-DAY-BRN-AMT TO CX-BRANCH-AMOUNT
           MOVE WS-DAY-ATM-CNT TO CX-ATM-COUNT
           MOVE WS-DAY-ATM-AMT TO CX-ATM-AMOUNT
           MOVE WS-CTR-THRESHOLD TO CX-THRESHOLD
           MOVE WS-RUN-TIMESTAMP TO CX-RUN-TIMESTAMP
           WRITE CTR-EXTRACT-RECORD
           ADD 1 TO WS-CTR-WRITTEN.

       PRINT-SUSPECT-LINE.
           MOVE WS-CURR-CUST-ID TO WS-DL-CUST-ID
           MOVE WS-JU-COUNT TO WS-DL-COUNT
           MOVE WS-JU-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-JU-DAYS TO WS-DL-DAYS
           MOVE WS-JU-BRN-COUNT TO WS-DL-BRN-COUNT
           MOVE WS-JU-ATM-COUNT TO WS-DL-ATM-COUNT
           MOVE WS-JU-FIRST-DATE TO WS-DL-FIRST-DATE
           MOVE WS-JU-LAST-DATE TO WS-DL-LAST-DATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SUSPECTS-LISTED.

       CLOSE-PROCESS.
           IF WS-SUSPECTS-LISTED = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "NO STRUCTURING SUSPECTS IN THE WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           DISPLAY "======================================"
           DISPLAY "CASH REPORTING COMPLETE"
           DISPLAY "======================================"
           DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
           DISPLAY "WINDOW START: " WS-WINDOW-START-DATE
           DISPLAY "CUSTTRAN.DAT ROWS READ: " WS-CT-READ
           DISPLAY "CASH ITEMS IN WINDOW: " WS-CASH-ITEMS
           DISPLAY "ROWS WITH INVALID DATES: " WS-BAD-DATE-CNT
           DISPLAY "CUSTOMERS WITH CASH: " WS-CUSTS-WITH-CASH
           DISPLAY "REPORTABLE ROWS EXTRACTED: " WS-CTR-WRITTEN
           DISPLAY "STRUCTURING SUSPECTS: " WS-SUSPECTS-LISTED
           DISPLAY "======================================"
           CLOSE CUST-TRANS-FILE
           CLOSE CTR-EXTRACT-FILE
           CLOSE STRUCTURING-REPORT.

