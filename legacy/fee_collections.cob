       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-COLLECTIONS.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: FEE COLLECTIONS - DUNNING LETTERS AND BAD-DEBT       *
      * WRITE-OFF. FEE-AR-AGING SHOWS WHICH INVOICES ARE OVERDUE;     *
      * THIS PROGRAM WORKS THEM. EACH RUN (AS-OF DATE ON THE COMMAND  *
      * LINE, ELSE RUN_DATE, ELSE TODAY):                             *
      *   1. APPLIES THE WOAPPR.DAT APPROVAL FEED. AN APPROVED        *
      *      WRITE-OFF CLOSES THE FEEINV.DAT INVOICE AND POSTS THE    *
      *      REMAINING BALANCE TO BAD-DEBT EXPENSE ON BDJRNL.DAT, IN  *
      *      THE GL-EXTRACT GLJRNL.DAT LAYOUT (ENTRY TYPE BADDEBT,    *
      *      ACCOUNTS FROM THE BADDEBT ROW OF GLMAP.DAT). A DECLINED  *
      *      WRITE-OFF STAYS WITH COLLECTIONS AND IS NOT PROPOSED     *
      *      AGAIN.                                                   *
      *   2. WALKS EVERY OUTSTANDING INVOICE. DAYS PAST DUE COUNT     *
      *      FROM THE DUE DATE - THE INVOICE DATE PLUS THE PAYMENT    *
      *      TERMS, MOVED TO THE NEXT BUSINESS DAY WHEN IT FALLS ON A *
      *      WEEKEND OR HOLIDAY - IN CALENDAR OR BUSINESS DAYS AS SET *
      *      FOR KEY COLLECTIONS ON DAYBASIS.DAT. REACHING A          *
      *      DUNNING STAGE (REMINDER, SECOND NOTICE, FINAL DEMAND)    *
      *      WRITES ONE LETTER TO THE MAIL-HOUSE EXTRACT DUNLTR.DAT   *
      *      (SEE DUNLTR.CPY) AND RECORDS THE STAGE AND DATE ON       *
      *      COLLECT.DAT (SEE COLLECT.CPY) SO IT IS NEVER SENT AGAIN. *
      *      AN INVOICE THAT HAS JUMPED SEVERAL STAGES SINCE THE LAST *
      *      RUN GETS ONLY THE LETTER FOR THE HIGHEST ONE.            *
      *   3. AN INVOICE STILL UNPAID PAST THE WRITE-OFF POINT, WHOSE  *
      *      FINAL DEMAND WENT OUT ON AN EARLIER RUN, IS PROPOSED FOR *
      *      WRITE-OFF ON THE COLLECTIONS REPORT COLLRPT.DAT AND      *
      *      WAITS THERE FOR AN APPROVER.                             *
      * STAGE THRESHOLDS COME FROM COLLPRM.DAT (RISKPRM.DAT LAYOUT);  *
      * DEFAULTS APPLY WHEN IT IS ABSENT. THE JOURNAL IS PROVED IN    *
      * BALANCE BEFORE CLOSE, AS IN GL-EXTRACT.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-INVOICE-FILE ASSIGN TO "FEEINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FI-KEY
               FILE STATUS IS WS-FI-STATUS.
           SELECT COLLECTION-FILE ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-CO-STATUS.
           SELECT OPTIONAL APPROVAL-FEED ASSIGN TO "WOAPPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WA-STATUS.
           SELECT OPTIONAL COLLECTION-PARAMS ASSIGN TO "COLLPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT OPTIONAL ACCOUNT-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLTR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "BDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COLLECTION-REPORT ASSIGN TO "COLLRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-INVOICE-FILE.
           COPY "feeinv.cpy".

       FD  COLLECTION-FILE.
           COPY "collect.cpy".

      *****************************************************************
      * WRITE-OFF DECISIONS, ONE ROW PER PROPOSED INVOICE: 'A' TO     *
      * APPROVE, 'R' TO DECLINE, WITH THE APPROVER'S OPERATOR ID.     *
      *****************************************************************
       FD  APPROVAL-FEED.
       01  APPROVAL-RECORD.
           05  WA-CUST-ID          PIC X(10).
           05  WA-PERIOD           PIC 9(6).
           05  WA-CURRENCY         PIC X(3).
           05  WA-DECISION         PIC X(1).
               88  WA-APPROVE      VALUE 'A'.
               88  WA-DECLINE      VALUE 'R'.
           05  WA-APPROVER-ID      PIC X(8).

       FD  COLLECTION-PARAMS.
       01  COLLECTION-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

      *****************************************************************
      * GLMAP.DAT, SHARED WITH GL-EXTRACT. ONLY THE BADDEBT ROW IS    *
      * USED HERE: DEBIT BAD-DEBT EXPENSE, CREDIT FEE RECEIVABLE.     *
      *****************************************************************
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05  GM-ENTRY-TYPE       PIC X(8).
           05  GM-DEBIT-ACCT       PIC X(8).
           05  GM-CREDIT-ACCT      PIC X(8).
           05  GM-STD-AMOUNT       PIC S9(7)V99 COMP-3.

       FD  LETTER-FILE.
           COPY "dunltr.cpy".

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

       FD  COLLECTION-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FI-STATUS        PIC XX.
               88  FI-OK           VALUE "00".
               88  FI-EOF          VALUE "10".
               88  FI-NOT-FOUND    VALUE "23".
               88  FI-ERROR        VALUE "30" THRU "99".
           05  WS-CO-STATUS        PIC XX.
               88  CO-OK           VALUE "00".
               88  CO-NOT-FOUND    VALUE "23".
               88  CO-FILE-NOT-EXIST VALUE "35".
           05  WS-WA-STATUS        PIC XX.
               88  WA-OK           VALUE "00".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".
           05  WS-MAP-STATUS       PIC XX.
               88  MAP-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-MAP-EOF-FLAG     PIC X VALUE 'N'.
           05  WS-NEW-COLLECTION-FLAG PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ    PIC 9(8) VALUE ZERO.
           05  WS-INVOICES-OVERDUE PIC 9(6) VALUE ZERO.
           05  WS-REMINDERS-SENT   PIC 9(6) VALUE ZERO.
           05  WS-SECONDS-SENT     PIC 9(6) VALUE ZERO.
           05  WS-FINALS-SENT      PIC 9(6) VALUE ZERO.
           05  WS-WO-PROPOSED-CNT  PIC 9(6) VALUE ZERO.
           05  WS-WO-AWAITING-CNT  PIC 9(6) VALUE ZERO.
           05  WS-DECISIONS-READ   PIC 9(6) VALUE ZERO.
           05  WS-WO-APPROVED-CNT  PIC 9(6) VALUE ZERO.
           05  WS-WO-DECLINED-CNT  PIC 9(6) VALUE ZERO.
           05  WS-DECISIONS-IGNORED PIC 9(6) VALUE ZERO.
           05  WS-JOURNALS-WRITTEN PIC 9(6) VALUE ZERO.

      *****************************************************************
      * COLLECTION PARAMETERS (DAYS), OVERRIDDEN BY COLLPRM.DAT       *
      * ENTRIES OF THE SAME NAME IN RP-THRESHOLD:                     *
      *   PAYMENT_TERMS_DAYS - INVOICE DATE TO DUE DATE.              *
      *   REMINDER_DAYS / SECOND_NOTICE_DAYS / FINAL_DEMAND_DAYS /    *
      *   WRITE_OFF_DAYS - DAYS PAST DUE AT WHICH EACH STAGE IS       *
      *     REACHED.                                                  *
      *   MIN_DUNNING_BALANCE - SMALLER BALANCES ARE NOT CHASED.      *
      *****************************************************************
       01  WS-COLLECTION-PARAMETERS.
           05  WS-TERMS-DAYS       PIC 9(5) VALUE 30.
           05  WS-REMINDER-DAYS    PIC 9(5) VALUE 1.
           05  WS-SECOND-DAYS      PIC 9(5) VALUE 30.
           05  WS-FINAL-DAYS       PIC 9(5) VALUE 60.
           05  WS-WRITE-OFF-DAYS   PIC 9(5) VALUE 120.
           05  WS-MIN-BALANCE      PIC S9(7)V99 COMP-3 VALUE 1.00.

       01  WS-ACCOUNT-MAP.
           05  WS-BD-DEBIT-ACCT    PIC X(8) VALUE "60100000".
           05  WS-BD-CREDIT-ACCT   PIC X(8) VALUE "10120000".

       01  WS-AGE-CALC.
           05  WS-AGE-BASIS        PIC X(1).
           05  WS-DUE-DATE         PIC 9(8).
           05  WS-DAYS-PAST-DUE    PIC S9(5).
           05  WS-TARGET-STAGE     PIC 9(1).
           05  WS-BALANCE-DUE      PIC S9(7)V99 COMP-3.

       01  WS-BALANCE-TOTALS.
           05  WS-TOTAL-DEBITS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-WRITTEN-OFF PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-PROPOSED   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-AS-OF-PARM           PIC X(8).
       01  WS-AS-OF-DATE           PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-RUN-TIMESTAMP        PIC X(26).
       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(46) VALUE SPACES.
               10  FILLER          PIC X(40)
                   VALUE "FEE COLLECTIONS - DUNNING AND WRITE-OFF".
               10  FILLER          PIC X(46) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(12) VALUE "AS OF DATE: ".
               10  WS-RPT-DATE     PIC 9(8).
               10  FILLER          PIC X(112) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(12) VALUE "CUSTOMER".
               10  FILLER          PIC X(8)  VALUE "PERIOD".
               10  FILLER          PIC X(5)  VALUE "CCY".
               10  FILLER          PIC X(11) VALUE "  INV DATE".
               10  FILLER          PIC X(8)  VALUE "  DAYS".
               10  FILLER          PIC X(18) VALUE "      BALANCE DUE".
               10  FILLER          PIC X(70) VALUE "  ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID       PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-PERIOD        PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-CURRENCY      PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-INV-DATE      PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-DAYS          PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-BALANCE       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-ACTION        PIC X(60).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(32).
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(72) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-COLLECTION-PARAMETERS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM APPLY-WRITE-OFF-DECISIONS
           PERFORM DUN-OUTSTANDING-INVOICES
           PERFORM PRINT-COLLECTION-SUMMARY
           PERFORM PROVE-JOURNAL-BALANCE
           PERFORM CLOSE-PROCESS
           STOP RUN.

       INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DATE-OVERRIDE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-AS-OF-DATE
               MOVE WS-AS-OF-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           ACCEPT WS-AS-OF-PARM FROM COMMAND-LINE
           IF WS-AS-OF-PARM NOT = SPACES
                   AND WS-AS-OF-PARM NOT = LOW-VALUES
               MOVE WS-AS-OF-PARM TO WS-AS-OF-DATE
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
               MOVE "FEECOLL" TO WS-OPERATOR-ID
           END-IF
           MOVE "COLLECTIONS" TO BD-BASIS-KEY
           SET BD-GET-BASIS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-BASIS TO WS-AGE-BASIS
           OPEN I-O FEE-INVOICE-FILE
           IF NOT FI-OK
               DISPLAY "FEEINV.DAT NOT AVAILABLE: " WS-FI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-COLLECTION-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT COLLECTION-REPORT
           MOVE WS-AS-OF-DATE TO WS-RPT-DATE
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       OPEN-COLLECTION-FILE.
           OPEN I-O COLLECTION-FILE
           IF CO-FILE-NOT-EXIST
               OPEN OUTPUT COLLECTION-FILE
               CLOSE COLLECTION-FILE
               OPEN I-O COLLECTION-FILE
           END-IF.

       LOAD-COLLECTION-PARAMETERS.
           OPEN INPUT COLLECTION-PARAMS
           READ COLLECTION-PARAMS
               AT END DISPLAY "WARNING: USING DEFAULT COLLECTION "
                   "PARAMETERS"
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM PROCESS-PARAMETER
               READ COLLECTION-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE COLLECTION-PARAMS.

       PROCESS-PARAMETER.
           EVALUATE RP-PARAM-TYPE
               WHEN "PAYMENT_TERMS_DAYS"
                   MOVE RP-THRESHOLD TO WS-TERMS-DAYS
               WHEN "REMINDER_DAYS"
                   MOVE RP-THRESHOLD TO WS-REMINDER-DAYS
               WHEN "SECOND_NOTICE_DAYS"
                   MOVE RP-THRESHOLD TO WS-SECOND-DAYS
               WHEN "FINAL_DEMAND_DAYS"
                   MOVE RP-THRESHOLD TO WS-FINAL-DAYS
               WHEN "WRITE_OFF_DAYS"
                   MOVE RP-THRESHOLD TO WS-WRITE-OFF-DAYS
               WHEN "MIN_DUNNING_BALANCE"
                   MOVE RP-THRESHOLD TO WS-MIN-BALANCE
               WHEN OTHER
                   DISPLAY "WARNING: UNKNOWN COLLECTION PARAMETER "
                       RP-PARAM-TYPE
           END-EVALUATE.

      *****************************************************************
      * DEFAULT CHART: 60100000 BAD-DEBT EXPENSE, 10120000 FEE        *
      * RECEIVABLE (THE ACCOUNT GL-EXTRACT'S FEEREV ROW DEBITS).      *
      *****************************************************************
       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-OK
               PERFORM READ-MAP-RECORD
               PERFORM UNTIL WS-MAP-EOF-FLAG = 'Y'
                   IF GM-ENTRY-TYPE = "BADDEBT"
                       MOVE GM-DEBIT-ACCT TO WS-BD-DEBIT-ACCT
                       MOVE GM-CREDIT-ACCT TO WS-BD-CREDIT-ACCT
                   END-IF
                   PERFORM READ-MAP-RECORD
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           ELSE
               DISPLAY "WARNING: GLMAP.DAT NOT AVAILABLE - "
                   "USING DEFAULT BAD-DEBT ACCOUNTS"
           END-IF.

       READ-MAP-RECORD.
           READ ACCOUNT-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-FLAG
           END-READ.

      *****************************************************************
      * DECISIONS ARE APPLIED BEFORE THE DUNNING PASS SO A WRITTEN-   *
      * OFF INVOICE IS ALREADY CLOSED WHEN THE PASS REACHES IT.       *
      *****************************************************************
       APPLY-WRITE-OFF-DECISIONS.
           OPEN INPUT APPROVAL-FEED
           READ APPROVAL-FEED
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-DECISIONS-READ
               PERFORM APPLY-ONE-DECISION
               READ APPROVAL-FEED
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE APPROVAL-FEED.

      *****************************************************************
      * ONLY A PENDING PROPOSAL CAN BE DECIDED, AND ONLY BY A NAMED   *
      * APPROVER. A PAYMENT RECEIVED SINCE THE PROPOSAL REDUCES WHAT  *
      * IS WRITTEN OFF; ONE THAT CLEARED THE INVOICE VOIDS IT.        *
      *****************************************************************
       APPLY-ONE-DECISION.
           MOVE WA-CUST-ID TO CO-CUST-ID FI-CUST-ID
           MOVE WA-PERIOD TO CO-PERIOD FI-PERIOD
           MOVE WA-CURRENCY TO CO-CURRENCY FI-CURRENCY
           READ COLLECTION-FILE
               INVALID KEY CONTINUE
           END-READ
           READ FEE-INVOICE-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE WA-CUST-ID TO WS-DL-CUST-ID
           MOVE WA-PERIOD TO WS-DL-PERIOD
           MOVE WA-CURRENCY TO WS-DL-CURRENCY
           MOVE ZERO TO WS-DL-INV-DATE
           MOVE ZERO TO WS-DL-DAYS
           MOVE ZERO TO WS-DL-BALANCE
           EVALUATE TRUE
               WHEN NOT CO-OK
                   MOVE "DECISION IGNORED - NOT IN COLLECTIONS"
                       TO WS-DL-ACTION
                   PERFORM IGNORE-DECISION
               WHEN NOT CO-WO-PROPOSED OR NOT CO-WO-PENDING
                   MOVE "DECISION IGNORED - NO PENDING WRITE-OFF"
                       TO WS-DL-ACTION
                   PERFORM IGNORE-DECISION
               WHEN WA-APPROVER-ID = SPACES
                   MOVE "DECISION IGNORED - NO APPROVER ID"
                       TO WS-DL-ACTION
                   PERFORM IGNORE-DECISION
               WHEN NOT WA-APPROVE AND NOT WA-DECLINE
                   MOVE "DECISION IGNORED - DECISION NOT A OR R"
                       TO WS-DL-ACTION
                   PERFORM IGNORE-DECISION
               WHEN NOT FI-OK
                   MOVE "DECISION IGNORED - INVOICE NOT ON FEEINV"
                       TO WS-DL-ACTION
                   PERFORM IGNORE-DECISION
               WHEN NOT FI-OUTSTANDING
                   MOVE "WRITE-OFF VOID - INVOICE SINCE PAID"
                       TO WS-DL-ACTION
                   MOVE 3 TO CO-DUN-STAGE
                   PERFORM IGNORE-DECISION
                   REWRITE COLLECTION-RECORD
               WHEN WA-DECLINE
                   PERFORM DECLINE-WRITE-OFF
               WHEN OTHER
                   PERFORM APPROVE-WRITE-OFF
           END-EVALUATE.

       IGNORE-DECISION.
           ADD 1 TO WS-DECISIONS-IGNORED
           PERFORM WRITE-DETAIL-LINE.

       DECLINE-WRITE-OFF.
           MOVE 3 TO CO-DUN-STAGE
           SET CO-WO-DECLINED TO TRUE
           MOVE WS-AS-OF-DATE TO CO-WO-DECISION-DATE
           MOVE WA-APPROVER-ID TO CO-WO-APPROVER-ID
           REWRITE COLLECTION-RECORD
           ADD 1 TO WS-WO-DECLINED-CNT
           COMPUTE WS-BALANCE-DUE = FI-INVOICE-AMT - FI-PAID-AMT
           MOVE FI-INVOICE-DATE TO WS-DL-INV-DATE
           MOVE WS-BALANCE-DUE TO WS-DL-BALANCE
           MOVE SPACES TO WS-DL-ACTION
           STRING "WRITE-OFF DECLINED BY " WA-APPROVER-ID
               DELIMITED BY SIZE INTO WS-DL-ACTION
           PERFORM WRITE-DETAIL-LINE.

       APPROVE-WRITE-OFF.
           COMPUTE WS-BALANCE-DUE = FI-INVOICE-AMT - FI-PAID-AMT
           SET FI-CLOSED TO TRUE
           REWRITE FEE-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "ERROR CLOSING INVOICE " FI-CUST-ID " "
                       FI-PERIOD ": " WS-FI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           SET CO-WRITTEN-OFF TO TRUE
           SET CO-WO-APPROVED TO TRUE
           MOVE WS-AS-OF-DATE TO CO-STAGE-DATE
           MOVE WS-AS-OF-DATE TO CO-WO-DECISION-DATE
           MOVE WA-APPROVER-ID TO CO-WO-APPROVER-ID
           MOVE WS-BALANCE-DUE TO CO-WO-AMOUNT
           REWRITE COLLECTION-RECORD
           ADD 1 TO WS-WO-APPROVED-CNT
           ADD WS-BALANCE-DUE TO WS-TOTAL-WRITTEN-OFF
           PERFORM WRITE-BAD-DEBT-JOURNAL
           MOVE FI-INVOICE-DATE TO WS-DL-INV-DATE
           MOVE WS-BALANCE-DUE TO WS-DL-BALANCE
           MOVE SPACES TO WS-DL-ACTION
           STRING "WRITTEN OFF - APPROVED BY " WA-APPROVER-ID
               DELIMITED BY SIZE INTO WS-DL-ACTION
           PERFORM WRITE-DETAIL-LINE.

      *****************************************************************
      * ONE DEBIT/CREDIT PAIR PER WRITE-OFF, POSTED IN THE AS-OF      *
      * MONTH IN THE INVOICE'S OWN CURRENCY.                          *
      *****************************************************************
       WRITE-BAD-DEBT-JOURNAL.
           MOVE "BADDEBT" TO GJ-ENTRY-TYPE
           MOVE FI-CUST-ID TO GJ-CUST-ID
           MOVE WS-AS-OF-DATE(1:4) TO GJ-PERIOD-YEAR
           MOVE WS-AS-OF-DATE(5:2) TO GJ-PERIOD-MONTH
           MOVE WS-BALANCE-DUE TO GJ-AMOUNT
           MOVE WS-AS-OF-DATE TO GJ-CLOSE-DATE
           MOVE WS-RUN-TIMESTAMP TO GJ-TIMESTAMP
           MOVE FI-CURRENCY TO GJ-CURRENCY
           MOVE WS-BD-DEBIT-ACCT TO GJ-ACCOUNT
           SET GJ-DEBIT TO TRUE
           WRITE JOURNAL-RECORD
           ADD WS-BALANCE-DUE TO WS-TOTAL-DEBITS
           MOVE WS-BD-CREDIT-ACCT TO GJ-ACCOUNT
           SET GJ-CREDIT TO TRUE
           WRITE JOURNAL-RECORD
           ADD WS-BALANCE-DUE TO WS-TOTAL-CREDITS
           ADD 2 TO WS-JOURNALS-WRITTEN.

       DUN-OUTSTANDING-INVOICES.
           MOVE LOW-VALUES TO FI-KEY
           START FEE-INVOICE-FILE KEY IS NOT LESS THAN FI-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
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
                   ADD 1 TO WS-INVOICES-READ
                   IF FI-OUTSTANDING
                       PERFORM WORK-OUTSTANDING-INVOICE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       WORK-OUTSTANDING-INVOICE.
           COMPUTE WS-BALANCE-DUE = FI-INVOICE-AMT - FI-PAID-AMT
           PERFORM COMPUTE-DAYS-PAST-DUE
           IF WS-DAYS-PAST-DUE >= WS-REMINDER-DAYS
                   AND WS-BALANCE-DUE >= WS-MIN-BALANCE
               ADD 1 TO WS-INVOICES-OVERDUE
               PERFORM DETERMINE-TARGET-STAGE
               PERFORM READ-COLLECTION-RECORD
               MOVE FI-CUST-ID TO WS-DL-CUST-ID
               MOVE FI-PERIOD TO WS-DL-PERIOD
               MOVE FI-CURRENCY TO WS-DL-CURRENCY
               MOVE FI-INVOICE-DATE TO WS-DL-INV-DATE
               MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS
               MOVE WS-BALANCE-DUE TO WS-DL-BALANCE
               EVALUATE TRUE
                   WHEN CO-WO-PROPOSED
                       ADD 1 TO WS-WO-AWAITING-CNT
                       MOVE "WRITE-OFF AWAITING APPROVAL"
                           TO WS-DL-ACTION
                       PERFORM WRITE-DETAIL-LINE
                   WHEN CO-WRITTEN-OFF
                       CONTINUE
                   WHEN WS-TARGET-STAGE > CO-DUN-STAGE
                       PERFORM SEND-DUNNING-LETTER
                   WHEN CO-FINAL-SENT
                           AND CO-FINAL-DATE < WS-AS-OF-DATE
                           AND WS-DAYS-PAST-DUE >= WS-WRITE-OFF-DAYS
                           AND NOT CO-WO-DECLINED
                       PERFORM PROPOSE-WRITE-OFF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * PAYMENT TERMS ARE CONTRACTUAL CALENDAR DAYS; A DUE DATE THAT  *
      * LANDS ON A NON-BUSINESS DAY MOVES TO THE NEXT BUSINESS DAY.   *
      * AN INVOICE WITH AN UNREADABLE DATE IS TREATED AS NOT YET DUE. *
      *****************************************************************
       COMPUTE-DAYS-PAST-DUE.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE ZERO TO WS-DUE-DATE
           SET BD-CALENDAR-BASIS TO TRUE
           MOVE FI-INVOICE-DATE TO BD-FROM-DATE
           MOVE WS-TERMS-DAYS TO BD-DAYS
           SET BD-ADD-DAYS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF NOT BD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE BD-RESULT-DATE TO BD-FROM-DATE
           SET BD-NEXT-BUSINESS-DAY TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-RESULT-DATE TO WS-DUE-DATE
           MOVE WS-AGE-BASIS TO BD-BASIS
           MOVE WS-DUE-DATE TO BD-FROM-DATE
           MOVE WS-AS-OF-DATE TO BD-TO-DATE
           SET BD-DAYS-BETWEEN TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF BD-OK
               MOVE BD-DAYS TO WS-DAYS-PAST-DUE
           END-IF.

       DETERMINE-TARGET-STAGE.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= WS-FINAL-DAYS
                   MOVE 3 TO WS-TARGET-STAGE
               WHEN WS-DAYS-PAST-DUE >= WS-SECOND-DAYS
                   MOVE 2 TO WS-TARGET-STAGE
               WHEN OTHER
                   MOVE 1 TO WS-TARGET-STAGE
           END-EVALUATE.

       READ-COLLECTION-RECORD.
           MOVE FI-KEY TO CO-KEY
           READ COLLECTION-FILE
               INVALID KEY CONTINUE
           END-READ
           IF CO-OK
               MOVE 'N' TO WS-NEW-COLLECTION-FLAG
           ELSE
               MOVE 'Y' TO WS-NEW-COLLECTION-FLAG
               INITIALIZE COLLECTION-RECORD
               MOVE FI-KEY TO CO-KEY
               SET CO-NOT-DUNNED TO TRUE
               SET CO-WO-PENDING TO TRUE
           END-IF.

       SEND-DUNNING-LETTER.
           MOVE WS-TARGET-STAGE TO CO-DUN-STAGE
           MOVE WS-AS-OF-DATE TO CO-STAGE-DATE
           INITIALIZE DUNNING-LETTER-RECORD
           EVALUATE TRUE
               WHEN CO-REMINDER-SENT
                   MOVE WS-AS-OF-DATE TO CO-REMINDER-DATE
                   MOVE "REMINDER" TO DL-LETTER-CODE
                   MOVE "REMINDER LETTER" TO WS-DL-ACTION
                   ADD 1 TO WS-REMINDERS-SENT
               WHEN CO-SECOND-SENT
                   MOVE WS-AS-OF-DATE TO CO-SECOND-DATE
                   MOVE "SECOND" TO DL-LETTER-CODE
                   MOVE "SECOND NOTICE" TO WS-DL-ACTION
                   ADD 1 TO WS-SECONDS-SENT
               WHEN OTHER
                   MOVE WS-AS-OF-DATE TO CO-FINAL-DATE
                   MOVE "FINAL" TO DL-LETTER-CODE
                   MOVE "FINAL DEMAND" TO WS-DL-ACTION
                   ADD 1 TO WS-FINALS-SENT
           END-EVALUATE
           MOVE FI-CUST-ID TO DL-CUST-ID
           MOVE FI-PERIOD TO DL-PERIOD
           MOVE FI-CURRENCY TO DL-CURRENCY
           MOVE CO-DUN-STAGE TO DL-DUN-STAGE
           MOVE WS-AS-OF-DATE TO DL-LETTER-DATE
           MOVE FI-INVOICE-DATE TO DL-INVOICE-DATE
           MOVE WS-DUE-DATE TO DL-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE
           MOVE FI-INVOICE-AMT TO DL-INVOICE-AMT
           MOVE FI-PAID-AMT TO DL-PAID-AMT
           MOVE WS-BALANCE-DUE TO DL-BALANCE-DUE
           WRITE DUNNING-LETTER-RECORD
           PERFORM SAVE-COLLECTION-RECORD
           PERFORM WRITE-DETAIL-LINE.

       PROPOSE-WRITE-OFF.
           SET CO-WO-PROPOSED TO TRUE
           MOVE WS-AS-OF-DATE TO CO-STAGE-DATE
           MOVE WS-AS-OF-DATE TO CO-WO-PROPOSED-DATE
           MOVE WS-BALANCE-DUE TO CO-WO-PROPOSED-AMT
           PERFORM SAVE-COLLECTION-RECORD
           ADD 1 TO WS-WO-PROPOSED-CNT
           ADD WS-BALANCE-DUE TO WS-TOTAL-PROPOSED
           MOVE "** PROPOSED FOR WRITE-OFF **" TO WS-DL-ACTION
           PERFORM WRITE-DETAIL-LINE.

       SAVE-COLLECTION-RECORD.
           IF WS-NEW-COLLECTION-FLAG = 'Y'
               WRITE COLLECTION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING COLLECT.DAT "
                           CO-CUST-ID ": " WS-CO-STATUS
               END-WRITE
               MOVE 'N' TO WS-NEW-COLLECTION-FLAG
           ELSE
               REWRITE COLLECTION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING COLLECT.DAT "
                           CO-CUST-ID ": " WS-CO-STATUS
               END-REWRITE
           END-IF.

       WRITE-DETAIL-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-COLLECTION-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 2 LINES
           MOVE "OVERDUE INVOICES:" TO WS-SL-LABEL
           MOVE WS-INVOICES-OVERDUE TO WS-SL-COUNT
           MOVE ZERO TO WS-SL-AMOUNT
           PERFORM PRINT-SUMMARY-LINE
           MOVE "REMINDER LETTERS:" TO WS-SL-LABEL
           MOVE WS-REMINDERS-SENT TO WS-SL-COUNT
           PERFORM PRINT-SUMMARY-LINE
           MOVE "SECOND NOTICES:" TO WS-SL-LABEL
           MOVE WS-SECONDS-SENT TO WS-SL-COUNT
           PERFORM PRINT-SUMMARY-LINE
           MOVE "FINAL DEMANDS:" TO WS-SL-LABEL
           MOVE WS-FINALS-SENT TO WS-SL-COUNT
           PERFORM PRINT-SUMMARY-LINE
           MOVE "NEWLY PROPOSED FOR WRITE-OFF:" TO WS-SL-LABEL
           MOVE WS-WO-PROPOSED-CNT TO WS-SL-COUNT
           MOVE WS-TOTAL-PROPOSED TO WS-SL-AMOUNT
           PERFORM PRINT-SUMMARY-LINE
           MOVE "WRITE-OFFS APPROVED:" TO WS-SL-LABEL
           MOVE WS-WO-APPROVED-CNT TO WS-SL-COUNT
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-SL-AMOUNT
           PERFORM PRINT-SUMMARY-LINE.

       PRINT-SUMMARY-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * SAME POSTURE AS GL-EXTRACT: AN UNBALANCED JOURNAL ABENDS THE  *
      * RUN RATHER THAN GOING TO THE GL.                              *
      *****************************************************************
       PROVE-JOURNAL-BALANCE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "======================================"
               DISPLAY "FEE-COLLECTIONS ABEND"
               DISPLAY "BAD-DEBT JOURNAL OUT OF BALANCE"
               DISPLAY "TOTAL DEBITS:  " WS-TOTAL-DEBITS
               DISPLAY "TOTAL CREDITS: " WS-TOTAL-CREDITS
               DISPLAY "======================================"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "FEE COLLECTIONS COMPLETE"
           DISPLAY "======================================"
           DISPLAY "AS OF DATE: " WS-AS-OF-DATE
           DISPLAY "OPERATOR: " WS-OPERATOR-ID
           DISPLAY "INVOICES READ: " WS-INVOICES-READ
           DISPLAY "OVERDUE INVOICES: " WS-INVOICES-OVERDUE
           DISPLAY "REMINDER LETTERS: " WS-REMINDERS-SENT
           DISPLAY "SECOND NOTICES: " WS-SECONDS-SENT
           DISPLAY "FINAL DEMANDS: " WS-FINALS-SENT
           DISPLAY "WRITE-OFFS PROPOSED: " WS-WO-PROPOSED-CNT
           DISPLAY "WRITE-OFFS AWAITING APPROVAL: "
               WS-WO-AWAITING-CNT
           DISPLAY "DECISIONS READ: " WS-DECISIONS-READ
           DISPLAY "WRITE-OFFS APPROVED: " WS-WO-APPROVED-CNT
           DISPLAY "WRITE-OFFS DECLINED: " WS-WO-DECLINED-CNT
           DISPLAY "DECISIONS IGNORED: " WS-DECISIONS-IGNORED
           DISPLAY "AMOUNT WRITTEN OFF: " WS-TOTAL-WRITTEN-OFF
           DISPLAY "JOURNAL RECORDS WRITTEN: " WS-JOURNALS-WRITTEN
           DISPLAY "======================================"
           CLOSE FEE-INVOICE-FILE
           CLOSE COLLECTION-FILE
           CLOSE LETTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE COLLECTION-REPORT.
