       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-ALERT.
       AUTHOR. RISK-ANALYTICS-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: TRANSACTION-LEVEL FRAUD ALERTING. CUSTOMER-RISK      *
      * ROLLS A CUSTOMER'S ACTIVITY INTO ONE SCORE; THIS PROGRAM      *
      * INSTEAD TESTS EACH CUSTTRAN.DAT ROW DATED ON THE BUSINESS     *
      * DATE AGAINST EVERY ACTIVE RULE ON ALRTRULE.DAT (SEE           *
      * ALRTRULE.CPY, MAINTAINED BY THE FRAUD TEAM THROUGH            *
      * ALERT-RULE-MAINT), SO THE FRAUD DESK SEES WHICH TRANSACTION   *
      * SET WHICH RULE OFF.                                           *
      * 1. EVERY HIT IS WRITTEN TO TXNALERT.DAT (SEE TXNALERT.CPY)    *
      * WITH THE RULE ID, ITS SEVERITY AND THE TRANSACTION KEY.       *
      * 2. THE DAY'S HITS PER RULE ARE KEPT ON ALRTHIST.DAT, ONE ROW  *
      * PER RULE PER BUSINESS DATE (A RERUN REPLACES THE DATE'S ROW). *
      * 3. THE RULE-EFFECTIVENESS REPORT ALERTEFF.DAT LISTS EACH      *
      * ACTIVE RULE WITH THE DAY'S HITS, HIT RATE AND AMOUNT, PLUS    *
      * ITS HITS AND DAYS ACROSS ALL RUNS ON ALRTHIST.DAT AND ITS     *
      * LAST HIT. A RULE THAT HAS NEVER HIT, OR THAT HITS MORE THAN   *
      * WS-NOISY-HIT-PCT OF THE DAY'S TRANSACTIONS, IS MARKED FOR     *
      * REVIEW, SO ANALYSTS CAN TUNE OR RETIRE RULES WITHOUT A        *
      * PROGRAM CHANGE.                                               *
      * COMMAND-LINE PARAMETER: BUSINESS DATE AS YYYYMMDD. NO         *
      * PARAMETER MEANS THE RUN DATE. NO RULE FILE ENDS THE RUN WITH  *
      * RETURN CODE 8.                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TRANS-FILE ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO "ALRTRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AR-RULE-ID
               FILE STATUS IS WS-AR-STATUS.
           SELECT RULE-HISTORY-FILE ASSIGN TO "ALRTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT ALERT-FILE ASSIGN TO "TXNALERT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EFFECTIVENESS-REPORT ASSIGN TO "ALERTEFF.DAT"
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

       FD  ALERT-RULE-FILE.
           COPY "alrtrule.cpy".

      *****************************************************************
      * ONE ROW PER RULE PER BUSINESS DATE, CREATED ON THE FIRST RUN. *
      *****************************************************************
       FD  RULE-HISTORY-FILE.
       01  RULE-HISTORY-RECORD.
           05  AH-KEY.
               10  AH-RULE-ID      PIC X(8).
               10  AH-BUSINESS-DATE PIC 9(8).
           05  AH-HITS             PIC 9(7).
           05  AH-TRANS-TESTED     PIC 9(9).
           05  AH-HIT-AMOUNT       PIC S9(13)V99 COMP-3.

       FD  ALERT-FILE.
           COPY "txnalert.cpy".

       FD  EFFECTIVENESS-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CT-STATUS        PIC XX.
               88  CT-OK           VALUE "00".
               88  CT-EOF          VALUE "10".
               88  CT-ERROR        VALUE "30" THRU "99".
           05  WS-AR-STATUS        PIC XX.
               88  AR-OK           VALUE "00".
               88  AR-ERROR        VALUE "30" THRU "99".
           05  WS-AH-STATUS        PIC XX.
               88  AH-OK           VALUE "00".
               88  AH-FILE-NOT-EXIST VALUE "35".

       01  WS-COUNTERS.
           05  WS-CT-READ          PIC 9(9) VALUE ZERO.
           05  WS-TRANS-TESTED     PIC 9(9) VALUE ZERO.
           05  WS-TRANS-ALERTED    PIC 9(9) VALUE ZERO.
           05  WS-ALERTS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-HIGH-ALERTS      PIC 9(9) VALUE ZERO.
           05  WS-MEDIUM-ALERTS    PIC 9(9) VALUE ZERO.
           05  WS-LOW-ALERTS       PIC 9(9) VALUE ZERO.
           05  WS-RETIRED-RULES    PIC 9(5) VALUE ZERO.
           05  WS-RULES-SKIPPED    PIC 9(5) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-AR-EOF           PIC X VALUE 'N'.
           05  WS-AH-SCAN-EOF      PIC X VALUE 'N'.
           05  WS-RULE-HIT-FLAG    PIC X VALUE 'N'.
           05  WS-TRANS-HIT-FLAG   PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-PARM-RAW             PIC X(8).
       01  WS-TRANS-SIZE           PIC S9(9)V99 COMP-3.
       01  WS-HIT-PCT              PIC S9(3)V99 COMP-3.
       01  WS-ALL-RUN-HITS         PIC 9(9).
       01  WS-ALL-RUN-DAYS         PIC 9(5).
       01  WS-RETIRED-EDIT         PIC ZZ,ZZ9.

      *****************************************************************
      * A RULE HITTING MORE THAN THIS PERCENTAGE OF THE DAY'S         *
      * TRANSACTIONS IS TOO BROAD TO WORK AS AN ALERT AND IS MARKED   *
      * NOISY ON THE EFFECTIVENESS REPORT.                            *
      *****************************************************************
       01  WS-NOISY-HIT-PCT        PIC S9(3)V99 COMP-3 VALUE 5.00.

      *****************************************************************
      * ACTIVE RULES, LOADED FROM ALRTRULE.DAT IN RULE-ID ORDER, WITH *
      * THE DAY'S HIT TOTALS AND THE PRIOR-RUN TOTALS FROM            *
      * ALRTHIST.DAT (EVERY BUSINESS DATE BUT THIS ONE, SO A RERUN    *
      * DOES NOT COUNT THE DAY TWICE).                                *
      *****************************************************************
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-RL-ENTRY OCCURS 300 TIMES
               INDEXED BY WS-RL-IDX.
               10  WS-RL-RULE-ID   PIC X(8).
               10  WS-RL-DESCRIPTION PIC X(40).
               10  WS-RL-SEVERITY  PIC X(1).
               10  WS-RL-MIN-AMOUNT PIC S9(9)V99 COMP-3.
               10  WS-RL-MAX-AMOUNT PIC S9(9)V99 COMP-3.
               10  WS-RL-CHANNEL   PIC X(3).
               10  WS-RL-GEO-MATCH PIC X(1).
               10  WS-RL-TIME-FROM PIC 9(6).
               10  WS-RL-TIME-TO   PIC 9(6).
               10  WS-RL-TRANS-STATUS PIC X(2).
               10  WS-RL-MIN-PRIOR-DECL PIC 9(3).
               10  WS-RL-HITS      PIC 9(7).
               10  WS-RL-HIT-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-RL-PRIOR-HITS PIC 9(9).
               10  WS-RL-PRIOR-DAYS PIC 9(5).
               10  WS-RL-LAST-HIT-DATE PIC 9(8).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(44) VALUE SPACES.
               10  FILLER          PIC X(44)
                   VALUE "TRANSACTION ALERT RULE EFFECTIVENESS".
               10  FILLER          PIC X(44) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(15) VALUE "BUSINESS DATE: ".
               10  WS-H2-DATE      PIC 9(8).
               10  FILLER          PIC X(24)
                   VALUE "  TRANSACTIONS TESTED: ".
               10  WS-H2-TESTED    PIC ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(10) VALUE "  ALERTS: ".
               10  WS-H2-ALERTS    PIC ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(16) VALUE "  ACTIVE RULES: ".
               10  WS-H2-RULES     PIC ZZ9.
               10  FILLER          PIC X(34) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(9)  VALUE "RULE ID".
               10  FILLER          PIC X(41) VALUE "DESCRIPTION".
               10  FILLER          PIC X(4)  VALUE "SEV".
               10  FILLER          PIC X(8)  VALUE "   HITS".
               10  FILLER          PIC X(7)  VALUE " HIT %".
               10  FILLER          PIC X(15)
                   VALUE "    HIT AMOUNT".
               10  FILLER          PIC X(11) VALUE "  ALL RUNS".
               10  FILLER          PIC X(7)  VALUE "  DAYS".
               10  FILLER          PIC X(9)  VALUE "LAST HIT".
               10  FILLER          PIC X(21) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DL-RULE-ID       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-DESCRIPTION   PIC X(40).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-SEVERITY      PIC X(1).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-HITS          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-HIT-PCT       PIC ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-HIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-ALL-RUN-HITS  PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-ALL-RUN-DAYS  PIC ZZ,ZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-LAST-HIT      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-NOTE          PIC X(21).

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-ALERT-RULES
           PERFORM OPEN-FILES
           PERFORM LOAD-RULE-HISTORY
           PERFORM READ-CUST-TRANS
           PERFORM UNTIL WS-EOF = 'Y'
               IF CT-TRANS-DATE = WS-BUSINESS-DATE
                   PERFORM TEST-TRANSACTION
               END-IF
               PERFORM READ-CUST-TRANS
           END-PERFORM
           PERFORM SAVE-RULE-HISTORY
           PERFORM WRITE-EFFECTIVENESS-REPORT
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
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-PARM-RAW TO WS-BUSINESS-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = 0
               DISPLAY "INVALID BUSINESS DATE: " WS-PARM-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * ACTIVE RULES ONLY; RETIRED ONES ARE COUNTED FOR THE RUN       *
      * SUMMARY.                                                      *
      *****************************************************************
       LOAD-ALERT-RULES.
           OPEN INPUT ALERT-RULE-FILE
           IF NOT AR-OK
               DISPLAY "ALRTRULE.DAT NOT AVAILABLE - TRANSACTION "
                   "ALERTING NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ALERT-RULE
           PERFORM UNTIL WS-AR-EOF = 'Y'
               EVALUATE TRUE
                   WHEN AR-RETIRED
                       ADD 1 TO WS-RETIRED-RULES
                   WHEN WS-RULE-COUNT = 300
                       DISPLAY "WARNING: RULE TABLE FULL - RULE "
                           AR-RULE-ID " NOT TESTED"
                       ADD 1 TO WS-RULES-SKIPPED
                   WHEN OTHER
                       PERFORM ADD-RULE-TO-TABLE
               END-EVALUATE
               PERFORM READ-ALERT-RULE
           END-PERFORM
           CLOSE ALERT-RULE-FILE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "WARNING: NO ACTIVE RULES ON ALRTRULE.DAT"
           END-IF.

       READ-ALERT-RULE.
           READ ALERT-RULE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AR-EOF
           END-READ
           IF AR-ERROR
               DISPLAY "FILE ERROR ON ALRTRULE.DAT: " WS-AR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-RULE-TO-TABLE.
           ADD 1 TO WS-RULE-COUNT
           SET WS-RL-IDX TO WS-RULE-COUNT
           MOVE AR-RULE-ID TO WS-RL-RULE-ID(WS-RL-IDX)
           MOVE AR-DESCRIPTION TO WS-RL-DESCRIPTION(WS-RL-IDX)
           MOVE AR-SEVERITY TO WS-RL-SEVERITY(WS-RL-IDX)
           MOVE AR-MIN-AMOUNT TO WS-RL-MIN-AMOUNT(WS-RL-IDX)
           MOVE AR-MAX-AMOUNT TO WS-RL-MAX-AMOUNT(WS-RL-IDX)
           MOVE AR-CHANNEL TO WS-RL-CHANNEL(WS-RL-IDX)
           MOVE AR-GEO-MATCH TO WS-RL-GEO-MATCH(WS-RL-IDX)
           MOVE AR-TIME-FROM TO WS-RL-TIME-FROM(WS-RL-IDX)
           MOVE AR-TIME-TO TO WS-RL-TIME-TO(WS-RL-IDX)
           MOVE AR-TRANS-STATUS TO WS-RL-TRANS-STATUS(WS-RL-IDX)
           MOVE AR-MIN-PRIOR-DECL TO WS-RL-MIN-PRIOR-DECL(WS-RL-IDX)
           MOVE ZERO TO WS-RL-HITS(WS-RL-IDX)
           MOVE ZERO TO WS-RL-HIT-AMOUNT(WS-RL-IDX)
           MOVE ZERO TO WS-RL-PRIOR-HITS(WS-RL-IDX)
           MOVE ZERO TO WS-RL-PRIOR-DAYS(WS-RL-IDX)
           MOVE ZERO TO WS-RL-LAST-HIT-DATE(WS-RL-IDX).

       OPEN-FILES.
           OPEN INPUT CUST-TRANS-FILE
           IF NOT CT-OK
               DISPLAY "CUSTTRAN.DAT NOT AVAILABLE: " WS-CT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-RULE-HISTORY-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT EFFECTIVENESS-REPORT.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY HISTORY, SAME PATTERN AS      *
      * ALERT-RULE-MAINT'S OPEN-ALERT-RULE-FILE.                      *
      *****************************************************************
       OPEN-RULE-HISTORY-FILE.
           OPEN I-O RULE-HISTORY-FILE
           IF AH-FILE-NOT-EXIST
               OPEN OUTPUT RULE-HISTORY-FILE
               CLOSE RULE-HISTORY-FILE
               OPEN I-O RULE-HISTORY-FILE
           END-IF.

       LOAD-RULE-HISTORY.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               PERFORM LOAD-ONE-RULE-HISTORY
           END-PERFORM.

       LOAD-ONE-RULE-HISTORY.
           MOVE 'N' TO WS-AH-SCAN-EOF
           MOVE WS-RL-RULE-ID(WS-RL-IDX) TO AH-RULE-ID
           MOVE ZERO TO AH-BUSINESS-DATE
           START RULE-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY MOVE 'Y' TO WS-AH-SCAN-EOF
           END-START
           PERFORM UNTIL WS-AH-SCAN-EOF = 'Y'
               READ RULE-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-AH-SCAN-EOF
               END-READ
               IF WS-AH-SCAN-EOF = 'N'
                   IF AH-RULE-ID NOT = WS-RL-RULE-ID(WS-RL-IDX)
                       MOVE 'Y' TO WS-AH-SCAN-EOF
                   ELSE
                       IF AH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           ADD 1 TO WS-RL-PRIOR-DAYS(WS-RL-IDX)
                           ADD AH-HITS TO WS-RL-PRIOR-HITS(WS-RL-IDX)
                           IF AH-HITS > ZERO AND AH-BUSINESS-DATE >
                                   WS-RL-LAST-HIT-DATE(WS-RL-IDX)
                               MOVE AH-BUSINESS-DATE TO
                                   WS-RL-LAST-HIT-DATE(WS-RL-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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

      *****************************************************************
      * AMOUNT BOUNDS ARE ON THE SIZE OF CT-AMOUNT, SO ONE RULE       *
      * CATCHES A LARGE DEBIT OR A LARGE CREDIT.                      *
      *****************************************************************
       TEST-TRANSACTION.
           ADD 1 TO WS-TRANS-TESTED
           MOVE 'N' TO WS-TRANS-HIT-FLAG
           IF CT-AMOUNT < ZERO
               COMPUTE WS-TRANS-SIZE = ZERO - CT-AMOUNT
           ELSE
               MOVE CT-AMOUNT TO WS-TRANS-SIZE
           END-IF
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               PERFORM TEST-ONE-RULE
               IF WS-RULE-HIT-FLAG = 'Y'
                   PERFORM WRITE-ALERT
                   MOVE 'Y' TO WS-TRANS-HIT-FLAG
               END-IF
           END-PERFORM
           IF WS-TRANS-HIT-FLAG = 'Y'
               ADD 1 TO WS-TRANS-ALERTED
           END-IF.

      *****************************************************************
      * A RULE HITS WHEN EVERY CONDITION IT SETS HOLDS; THE FIRST ONE *
      * THAT FAILS ENDS THE TEST. A TIME WINDOW WHOSE FROM IS AFTER   *
      * ITS TO (E.G. 220000 TO 060000) RUNS PAST MIDNIGHT.            *
      *****************************************************************
       TEST-ONE-RULE.
           MOVE 'N' TO WS-RULE-HIT-FLAG
           IF WS-RL-MIN-AMOUNT(WS-RL-IDX) NOT = ZERO
                   AND WS-TRANS-SIZE < WS-RL-MIN-AMOUNT(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-MAX-AMOUNT(WS-RL-IDX) NOT = ZERO
                   AND WS-TRANS-SIZE > WS-RL-MAX-AMOUNT(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-CHANNEL(WS-RL-IDX) NOT = SPACES
                   AND CT-CHANNEL NOT = WS-RL-CHANNEL(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-GEO-MATCH(WS-RL-IDX) NOT = SPACE
                   AND CT-GEO-MATCH NOT = WS-RL-GEO-MATCH(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-TRANS-STATUS(WS-RL-IDX) NOT = SPACES
                   AND CT-STATUS NOT = WS-RL-TRANS-STATUS(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-MIN-PRIOR-DECL(WS-RL-IDX) NOT = ZERO
                   AND CT-PRIOR-DECLINES <
                       WS-RL-MIN-PRIOR-DECL(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-TIME-FROM(WS-RL-IDX) NOT = ZERO
                   OR WS-RL-TIME-TO(WS-RL-IDX) NOT = ZERO
               IF WS-RL-TIME-FROM(WS-RL-IDX) NOT >
                       WS-RL-TIME-TO(WS-RL-IDX)
                   IF CT-TRANS-TIME < WS-RL-TIME-FROM(WS-RL-IDX)
                           OR CT-TRANS-TIME > WS-RL-TIME-TO(WS-RL-IDX)
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF CT-TRANS-TIME < WS-RL-TIME-FROM(WS-RL-IDX)
                           AND CT-TRANS-TIME >
                               WS-RL-TIME-TO(WS-RL-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE 'Y' TO WS-RULE-HIT-FLAG.

       WRITE-ALERT.
           MOVE WS-RL-RULE-ID(WS-RL-IDX) TO TA-RULE-ID
           MOVE WS-RL-SEVERITY(WS-RL-IDX) TO TA-SEVERITY
           MOVE CT-CUST-ID TO TA-CUST-ID
           MOVE CT-TRANS-SEQ TO TA-TRANS-SEQ
           MOVE CT-TRANS-DATE TO TA-TRANS-DATE
           MOVE CT-TRANS-TIME TO TA-TRANS-TIME
           MOVE CT-AMOUNT TO TA-AMOUNT
           MOVE CT-CHANNEL TO TA-CHANNEL
           MOVE CT-STATUS TO TA-STATUS
           MOVE CT-GEO-MATCH TO TA-GEO-MATCH
           MOVE CT-PRIOR-DECLINES TO TA-PRIOR-DECLINES
           MOVE WS-BUSINESS-DATE TO TA-BUSINESS-DATE
           WRITE TRANS-ALERT-RECORD
           ADD 1 TO WS-ALERTS-WRITTEN
           ADD 1 TO WS-RL-HITS(WS-RL-IDX)
           ADD WS-TRANS-SIZE TO WS-RL-HIT-AMOUNT(WS-RL-IDX)
           EVALUATE WS-RL-SEVERITY(WS-RL-IDX)
               WHEN 'H'
                   ADD 1 TO WS-HIGH-ALERTS
               WHEN 'M'
                   ADD 1 TO WS-MEDIUM-ALERTS
               WHEN OTHER
                   ADD 1 TO WS-LOW-ALERTS
           END-EVALUATE.

      *****************************************************************
      * THE DAY'S ROW FOR EVERY ACTIVE RULE, HIT OR NOT - A ZERO-HIT  *
      * DAY STILL COUNTS TOWARD THE RULE'S DAYS RUN. A RERUN FOR THE  *
      * SAME BUSINESS DATE REWRITES THE ROW.                          *
      *****************************************************************
       SAVE-RULE-HISTORY.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               MOVE WS-RL-RULE-ID(WS-RL-IDX) TO AH-RULE-ID
               MOVE WS-BUSINESS-DATE TO AH-BUSINESS-DATE
               MOVE WS-RL-HITS(WS-RL-IDX) TO AH-HITS
               MOVE WS-TRANS-TESTED TO AH-TRANS-TESTED
               MOVE WS-RL-HIT-AMOUNT(WS-RL-IDX) TO AH-HIT-AMOUNT
               WRITE RULE-HISTORY-RECORD
                   INVALID KEY
                       REWRITE RULE-HISTORY-RECORD
               END-WRITE
           END-PERFORM.

       WRITE-EFFECTIVENESS-REPORT.
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-BUSINESS-DATE TO WS-H2-DATE
           MOVE WS-TRANS-TESTED TO WS-H2-TESTED
           MOVE WS-ALERTS-WRITTEN TO WS-H2-ALERTS
           MOVE WS-RULE-COUNT TO WS-H2-RULES
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               PERFORM WRITE-RULE-LINE
           END-PERFORM
           IF WS-RETIRED-RULES > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RETIRED-RULES TO WS-RETIRED-EDIT
               STRING "RETIRED RULES ON FILE, NOT TESTED: "
                       DELIMITED BY SIZE
                   WS-RETIRED-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF.

       WRITE-RULE-LINE.
           IF WS-RL-HITS(WS-RL-IDX) > ZERO
               MOVE WS-BUSINESS-DATE TO WS-RL-LAST-HIT-DATE(WS-RL-IDX)
           END-IF
           COMPUTE WS-ALL-RUN-HITS =
               WS-RL-PRIOR-HITS(WS-RL-IDX) + WS-RL-HITS(WS-RL-IDX)
           COMPUTE WS-ALL-RUN-DAYS = WS-RL-PRIOR-DAYS(WS-RL-IDX) + 1
           MOVE ZERO TO WS-HIT-PCT
           IF WS-TRANS-TESTED > ZERO
               COMPUTE WS-HIT-PCT ROUNDED =
                   WS-RL-HITS(WS-RL-IDX) * 100 / WS-TRANS-TESTED
           END-IF
           MOVE WS-RL-RULE-ID(WS-RL-IDX) TO WS-DL-RULE-ID
           MOVE WS-RL-DESCRIPTION(WS-RL-IDX) TO WS-DL-DESCRIPTION
           MOVE WS-RL-SEVERITY(WS-RL-IDX) TO WS-DL-SEVERITY
           MOVE WS-RL-HITS(WS-RL-IDX) TO WS-DL-HITS
           MOVE WS-HIT-PCT TO WS-DL-HIT-PCT
           MOVE WS-RL-HIT-AMOUNT(WS-RL-IDX) TO WS-DL-HIT-AMOUNT
           MOVE WS-ALL-RUN-HITS TO WS-DL-ALL-RUN-HITS
           MOVE WS-ALL-RUN-DAYS TO WS-DL-ALL-RUN-DAYS
           IF WS-RL-LAST-HIT-DATE(WS-RL-IDX) = ZERO
               MOVE "NEVER" TO WS-DL-LAST-HIT
           ELSE
               MOVE WS-RL-LAST-HIT-DATE(WS-RL-IDX) TO WS-DL-LAST-HIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ALL-RUN-HITS = ZERO
                   MOVE "NEVER HIT - REVIEW" TO WS-DL-NOTE
               WHEN WS-HIT-PCT > WS-NOISY-HIT-PCT
                   MOVE "NOISY - REVIEW" TO WS-DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-DL-NOTE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           IF WS-RULE-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "NO ACTIVE RULES ON ALRTRULE.DAT" TO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           DISPLAY "======================================"
           DISPLAY "TRANSACTION ALERTING COMPLETE"
           DISPLAY "======================================"
           DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
           DISPLAY "ACTIVE RULES TESTED: " WS-RULE-COUNT
           DISPLAY "RETIRED RULES SKIPPED: " WS-RETIRED-RULES
           DISPLAY "RULES OVER TABLE LIMIT: " WS-RULES-SKIPPED
           DISPLAY "CUSTTRAN.DAT ROWS READ: " WS-CT-READ
           DISPLAY "TRANSACTIONS TESTED: " WS-TRANS-TESTED
           DISPLAY "TRANSACTIONS ALERTED: " WS-TRANS-ALERTED
           DISPLAY "ALERTS WRITTEN: " WS-ALERTS-WRITTEN
           DISPLAY "  HIGH SEVERITY: " WS-HIGH-ALERTS
           DISPLAY "  MEDIUM SEVERITY: " WS-MEDIUM-ALERTS
           DISPLAY "  LOW SEVERITY: " WS-LOW-ALERTS
           DISPLAY "======================================"
           CLOSE CUST-TRANS-FILE
           CLOSE RULE-HISTORY-FILE
           CLOSE ALERT-FILE
           CLOSE EFFECTIVENESS-REPORT.
