       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCH-PAYOUT.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: DAILY MERCHANT NET PAYOUT. MERCH-SETTLE SAYS WHAT    *
      * SETTLED FOR EACH MERCHANT, BUT WHAT WE ACTUALLY OWE THE       *
      * MERCHANT WAS WORKED OUT BY HAND BY TREASURY. THIS PROGRAM     *
      * DOES IT PER INT-MERCHANT-ID AND SETTLEMENT CURRENCY FOR THE   *
      * BUSINESS DATE:                                                *
      *     MATCHED SETTLEMENTS       (MATCHED.DAT MT-INT-AMOUNT)     *
      *   - PROCESSOR FEES            (MATCHED.DAT MT-EXT-FEES, SO    *
      *                                EVERY CYCLE'S MATCHES COUNT)   *
      *   - LOST CHARGEBACKS          (DISPCASE.DAT DC-STATUS-LOST    *
      *                                NOT YET DEDUCTED BY A PAYOUT)  *
      *   + BALANCE BROUGHT FORWARD   (MERCHBAL.DAT - HELD FUNDS OR   *
      *                                AN EARLIER NET DEBIT)          *
      * A MERCHANT SETTLING IN MORE THAN ONE CURRENCY IS NETTED AND   *
      * PAID SEPARATELY IN EACH - AMOUNTS IN DIFFERENT CURRENCIES ARE *
      * NEVER ADDED TOGETHER.                                         *
      * A POSITIVE NET FOR AN ACTIVE MERCHANT IS WRITTEN TO THE BANK  *
      * PAYOUT FILE PAYOUT.DAT (SEE PAYOUT.CPY) UNDER A BATCH CONTROL *
      * TRAILER. A MERCHANT THAT IS MM-CLOSED OR NOT ON MERCHMAST.DAT *
      * IS NOT PAID - ITS NET IS HELD ON MERCHBAL.DAT UNTIL TREASURY  *
      * RELEASES IT. SETTLEMENTS MERCHXRF.DAT CANNOT TIE TO A         *
      * MERCHANT ARE HELD THERE TOO, UNDER *UNMAPPED*, FOR RESEARCH.  *
      * A LOST CHARGEBACK THAT CANNOT BE TIED TO A MERCHANT IS NOT    *
      * DEDUCTED; IT STAYS UNSTAMPED AND IS TRIED AGAIN NEXT RUN.     *
      * A NET DEBIT (CHARGEBACKS BIGGER THAN THE DAY'S SETTLEMENTS)   *
      * IS CARRIED FORWARD AGAINST THE NEXT PAYOUT.                   *
      * THE PAYOUT REGISTER (PAYREG.DAT) SHOWS EVERY MERCHANT'S       *
      * SETTLEMENT TOTAL AND EACH DEDUCTION LINE BY LINE, SO A        *
      * MERCHANT'S QUESTION CAN BE ANSWERED FROM ONE PAGE.            *
      * DISPUTED TRANSACTIONS ARE TIED TO THEIR MERCHANT THROUGH THE  *
      * MERCHXRF.DAT CROSS-REFERENCE (SEE MERCHXRF.CPY), WHICH THIS   *
      * PROGRAM EXTENDS FROM EACH DAY'S INTTRAN.DAT/EXTTRAN.DAT.      *
      * RUN AFTER BATCH-RECONCILE AND DISPUTE-MAINT FOR THE SAME      *
      * BUSINESS DATE. A RERUN FOR THE SAME DATE REPRODUCES THE SAME  *
      * PAYOUT FILE: THE BALANCE FILE REMEMBERS THE OPENING BALANCE   *
      * OF THE LAST DATE IT WAS APPLIED FOR, AND A CHARGEBACK IS      *
      * STAMPED WITH THE DATE OF THE PAYOUT THAT DEDUCTED IT.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERNAL-TRANS ASSIGN TO "INTTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
           SELECT OPTIONAL EXTERNAL-TRANS ASSIGN TO "EXTTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT MATCHED-FILE ASSIGN TO "MATCHED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO "DISPCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DC-TRANS-ID
               FILE STATUS IS WS-DC-STATUS.
           SELECT MERCHANT-XREF-FILE ASSIGN TO "MERCHXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MX-TRANS-ID
               FILE STATUS IS WS-MX-STATUS.
           SELECT MERCHANT-MASTER ASSIGN TO "MERCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MM-STATUS.
      *****************************************************************
      * PER-MERCHANT, PER-CURRENCY CARRY-FORWARD: FUNDS HELD FOR A    *
      * CLOSED/UNKNOWN MERCHANT (POSITIVE) OR A NET DEBIT TO RECOVER  *
      * (NEGATIVE).                                                   *
      *****************************************************************
           SELECT MERCHANT-BALANCE-FILE ASSIGN TO "MERCHBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-PB-STATUS.
           SELECT PAYOUT-FILE ASSIGN TO "PAYOUT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYOUT-REGISTER ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "PAYSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  INTERNAL-TRANS.
       01  INT-TRANS-RECORD.
           05  INT-RECORD-TYPE     PIC X(2).
               88  INT-HEADER      VALUE "HD".
               88  INT-DETAIL      VALUE "DT".
               88  INT-TRAILER     VALUE "TR".
           05  INT-BATCH-NUM       PIC X(8).
           05  INT-TRANS-ID        PIC X(16).
           05  INT-TRANS-DATE      PIC 9(8).
           05  INT-SETTLE-DATE     PIC 9(8).
           05  INT-AMOUNT          PIC S9(11)V99 COMP-3.
           05  INT-TRANS-TYPE      PIC X(4).
           05  INT-ACCT-NUM        PIC X(20).
           05  INT-MERCHANT-ID     PIC X(15).
           05  INT-CURRENCY        PIC X(3).
           05  INT-STATUS          PIC X(2).
           05  INT-TIMESTAMP       PIC X(26).
           05  FILLER              PIC X(50).

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

       FD  MATCHED-FILE.
       01  MATCHED-RECORD.
           05  MT-TRANS-ID         PIC X(16).
           05  MT-INT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  MT-EXT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  MT-VARIANCE         PIC S9(9)V99 COMP-3.
           05  MT-MATCH-TYPE       PIC X(10).
           05  MT-TIMESTAMP        PIC X(26).
           05  MT-PIECE-COUNT      PIC 9(3).
           05  MT-CYCLE-SEQ        PIC 9(2).
           05  MT-PROCESSOR-ID     PIC X(4).
           05  MT-EXT-FEES         PIC S9(9)V99 COMP-3.

       FD  DISPUTE-CASE-FILE.
           COPY "dispcase.cpy".

       FD  MERCHANT-XREF-FILE.
           COPY "merchxrf.cpy".

       FD  MERCHANT-MASTER.
           COPY "merchmast.cpy".

      *****************************************************************
      * PB-CURRENCY IS PART OF THE KEY. A MERCHBAL.DAT WRITTEN BEFORE *
      * IT WAS ADDED NEEDS ITS ONE-TIME CONVERSION FIRST, GIVING EACH *
      * CARRY THE MERCHANT'S SETTLEMENT CURRENCY. THE *UNMAPPED* ROW  *
      * (CURRENCY SPACES - AN UNMAPPED ITEM'S CURRENCY IS UNKNOWN) IS *
      * THE RESEARCH SUSPENSE BALANCE, CARRIED UNTIL TREASURY CLEARS  *
      * IT.                                                           *
      *****************************************************************
       FD  MERCHANT-BALANCE-FILE.
       01  MERCHANT-BALANCE-RECORD.
           05  PB-KEY.
               10  PB-MERCHANT-ID  PIC X(15).
               10  PB-CURRENCY     PIC X(3).
           05  PB-CARRY-AMT        PIC S9(11)V99 COMP-3.
           05  PB-OPENING-AMT      PIC S9(11)V99 COMP-3.
           05  PB-LAST-DATE        PIC 9(8).
           05  PB-LAST-ACTION      PIC X(1).
               88  PB-ACTION-PAID  VALUE 'P'.
               88  PB-ACTION-HELD  VALUE 'H'.
               88  PB-ACTION-DEBIT VALUE 'D'.
               88  PB-ACTION-UNMAPPED VALUE 'X'.

       FD  PAYOUT-FILE.
           COPY "payout.cpy".

       FD  PAYOUT-REGISTER.
       01  REPORT-LINE             PIC X(132).

      *****************************************************************
      * ONE SORT ROW PER REGISTER LINE, GROUPED BY MERCHANT AND      *
      * CURRENCY. SR-LINE-TYPE ORDERS EACH GROUP'S LINES: 0 BALANCE   *
      * BROUGHT FORWARD, 1 MATCHED SETTLEMENT, 2 PROCESSOR FEE, 3     *
      * LOST CHARGEBACK.                                              *
      *****************************************************************
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-MERCHANT-ID      PIC X(15).
           05  SR-CURRENCY         PIC X(3).
           05  SR-LINE-TYPE        PIC X(1).
               88  SR-BROUGHT-FWD  VALUE '0'.
               88  SR-SETTLEMENT   VALUE '1'.
               88  SR-PROC-FEE     VALUE '2'.
               88  SR-CHARGEBACK   VALUE '3'.
           05  SR-TRANS-ID         PIC X(16).
           05  SR-AMOUNT           PIC S9(11)V99 COMP-3.
           05  SR-DETAIL-DATE      PIC 9(8).
           05  SR-REASON-CODE      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INT-STATUS       PIC XX.
               88  INT-OK          VALUE "00".
               88  INT-EOF         VALUE "10".
               88  INT-ERROR       VALUE "30" THRU "99".
           05  WS-EXT-STATUS       PIC XX.
               88  EXT-OK          VALUE "00".
               88  EXT-EOF         VALUE "10".
           05  WS-MT-STATUS        PIC XX.
               88  MT-OK           VALUE "00".
               88  MT-EOF          VALUE "10".
               88  MT-ERROR        VALUE "30" THRU "99".
           05  WS-DC-STATUS        PIC XX.
               88  DC-OK           VALUE "00" "05".
               88  DC-EOF          VALUE "10".
           05  WS-MX-STATUS        PIC XX.
               88  MX-OK           VALUE "00".
               88  MX-NOT-FOUND    VALUE "23".
               88  MX-FILE-NOT-EXIST VALUE "35".
           05  WS-MM-STATUS        PIC XX.
               88  MM-OK           VALUE "00".
               88  MM-NOT-FOUND    VALUE "23".
           05  WS-PB-STATUS        PIC XX.
               88  PB-OK           VALUE "00".
               88  PB-NOT-FOUND    VALUE "23".
               88  PB-FILE-NOT-EXIST VALUE "35".

       01  WS-COUNTERS.
           05  WS-XREF-ADDED       PIC 9(8) VALUE ZERO.
           05  WS-MATCHED-READ     PIC 9(8) VALUE ZERO.
           05  WS-FEE-LINES        PIC 9(8) VALUE ZERO.
           05  WS-CHARGEBACKS-TAKEN PIC 9(6) VALUE ZERO.
           05  WS-UNMAPPED-ITEMS   PIC 9(6) VALUE ZERO.
           05  WS-CHARGEBACKS-RETRY PIC 9(6) VALUE ZERO.
           05  WS-UNMAPPED-SETTLED PIC 9(6) VALUE ZERO.
           05  WS-MERCHANTS-PAID   PIC 9(6) VALUE ZERO.
           05  WS-MERCHANTS-HELD   PIC 9(6) VALUE ZERO.
           05  WS-MERCHANTS-DEBIT  PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-SETTLE-PRINTED   PIC X VALUE 'N'.

      *****************************************************************
      * CONTROL-BREAK STATE FOR THE MERCHANT AND CURRENCY BEING       *
      * REGISTERED.                                                   *
      *****************************************************************
       01  WS-MERCHANT-BREAK.
           05  WS-CURR-MERCHANT    PIC X(15).
           05  WS-CURR-NAME        PIC X(30).
           05  WS-CURR-CURRENCY    PIC X(3).
           05  WS-NEW-ACTION       PIC X(1).
           05  WS-CURR-DISPOSITION PIC X(1).
               88  DISP-PAYABLE    VALUE 'P'.
               88  DISP-HOLD-CLOSED VALUE 'C'.
               88  DISP-HOLD-UNKNOWN VALUE 'U'.
               88  DISP-UNMAPPED   VALUE 'X'.
           05  WS-CURR-BROUGHT-FWD PIC S9(11)V99 COMP-3.
           05  WS-CURR-SETTLE-CNT  PIC 9(6).
           05  WS-CURR-SETTLE-AMT  PIC S9(13)V99 COMP-3.
           05  WS-CURR-FEE-AMT     PIC S9(11)V99 COMP-3.
           05  WS-CURR-CHGBACK-AMT PIC S9(11)V99 COMP-3.
           05  WS-CURR-NET-AMT     PIC S9(13)V99 COMP-3.

       01  WS-BATCH-TOTALS.
           05  WS-PAYOUT-COUNT     PIC 9(8) VALUE ZERO.
           05  WS-PAYOUT-HASH      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-SETTLED    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-FEES       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CHGBACKS   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-HELD       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CARRIED    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-UNMAPPED   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CB-RETRY   PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LOOKUP-MERCHANT      PIC X(15).
       01  WS-LOOKUP-TRANS-ID      PIC X(16).
       01  WS-LOOKUP-CURRENCY      PIC X(3).

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(48) VALUE SPACES.
               10  FILLER          PIC X(36)
                   VALUE "MERCHANT NET PAYOUT REGISTER".
               10  FILLER          PIC X(48) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(16)
                   VALUE "BUSINESS DATE: ".
               10  WS-RPT-DATE     PIC 9(8).
               10  FILLER          PIC X(108) VALUE SPACES.

       01  WS-MERCHANT-LINE.
           05  FILLER              PIC X(10) VALUE "MERCHANT: ".
           05  WS-ML-MERCHANT-ID   PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-NAME          PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-FLAG          PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "CURRENCY: ".
           05  WS-ML-CURRENCY      PIC X(3).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-IL-DESC          PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-IL-TRANS-ID      PIC X(16).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-IL-DATE          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-IL-REASON        PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-IL-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(40).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(62) VALUE SPACES.

       01  WS-DISPLAY-DATE         PIC 9(8).

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM EXTEND-MERCHANT-XREF
           SORT SORT-WORK
               ON ASCENDING KEY SR-MERCHANT-ID SR-CURRENCY
                                SR-LINE-TYPE SR-TRANS-ID
               INPUT PROCEDURE IS RELEASE-PAYOUT-LINES
               OUTPUT PROCEDURE IS REGISTER-AND-PAY-MERCHANTS
           PERFORM WRITE-PAYOUT-TRAILER
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM CLOSE-PROCESS
           STOP RUN.

      *****************************************************************
      * MATCHED.DAT AND MERCHMAST.DAT ARE BOTH REQUIRED: NOTHING IS   *
      * PAID FROM AN UNRECONCILED DAY, AND NOTHING IS PAID TO A       *
      * MERCHANT WHOSE STANDING CANNOT BE CHECKED.                    *
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
           OPEN INPUT MATCHED-FILE
           IF MT-ERROR
               DISPLAY "MATCHED.DAT NOT AVAILABLE: " WS-MT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MERCHANT-MASTER
           IF NOT MM-OK
               DISPLAY "MERCHMAST.DAT NOT AVAILABLE: " WS-MM-STATUS
                   " - NO PAYOUTS WITHOUT MERCHANT VERIFICATION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-MERCHANT-XREF
           PERFORM OPEN-MERCHANT-BALANCE-FILE
           OPEN OUTPUT PAYOUT-FILE
           OPEN OUTPUT PAYOUT-REGISTER
           PERFORM WRITE-PAYOUT-HEADER
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE.

      *****************************************************************
      * FIRST-EVER RUN CREATES EMPTY CROSS-REFERENCE AND BALANCE      *
      * FILES, SAME PATTERN AS BATCH-RECONCILE'S OPEN-VARIANCE FILE.  *
      *****************************************************************
       OPEN-MERCHANT-XREF.
           OPEN I-O MERCHANT-XREF-FILE
           IF MX-FILE-NOT-EXIST
               OPEN OUTPUT MERCHANT-XREF-FILE
               CLOSE MERCHANT-XREF-FILE
               OPEN I-O MERCHANT-XREF-FILE
           END-IF.

       OPEN-MERCHANT-BALANCE-FILE.
           OPEN I-O MERCHANT-BALANCE-FILE
           IF PB-FILE-NOT-EXIST
               OPEN OUTPUT MERCHANT-BALANCE-FILE
               CLOSE MERCHANT-BALANCE-FILE
               OPEN I-O MERCHANT-BALANCE-FILE
           END-IF.

       WRITE-PAYOUT-HEADER.
           MOVE SPACES TO PAYOUT-RECORD
           SET PY-HEADER TO TRUE
           MOVE WS-RUN-DATE TO PY-BATCH-NUM
           MOVE WS-RUN-DATE TO PY-VALUE-DATE
           MOVE ZERO TO PY-AMOUNT
           WRITE PAYOUT-RECORD.

      *****************************************************************
      * ADD THE DAY'S DETAIL ROWS TO THE CROSS-REFERENCE (INTERNAL    *
      * FIRST, SO ITS MERCHANT WINS).                                 *
      *****************************************************************
       EXTEND-MERCHANT-XREF.
           OPEN INPUT INTERNAL-TRANS
           IF INT-ERROR
               DISPLAY "INTTRAN.DAT NOT AVAILABLE: " WS-INT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ INTERNAL-TRANS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF INT-DETAIL
                   MOVE INT-TRANS-ID TO MX-TRANS-ID
                   MOVE INT-MERCHANT-ID TO MX-MERCHANT-ID
                   MOVE INT-TRANS-DATE TO MX-TRANS-DATE
                   MOVE INT-CURRENCY TO MX-CURRENCY
                   MOVE INT-AMOUNT TO MX-AMOUNT
                   PERFORM ADD-XREF-ENTRY
               END-IF
               READ INTERNAL-TRANS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE INTERNAL-TRANS

           OPEN INPUT EXTERNAL-TRANS
           READ EXTERNAL-TRANS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF EXT-DETAIL
                   MOVE EXT-TRANS-ID TO MX-TRANS-ID
                   MOVE EXT-MERCHANT TO MX-MERCHANT-ID
                   MOVE EXT-TRANS-DATE TO MX-TRANS-DATE
                   MOVE EXT-CURR-CODE TO MX-CURRENCY
                   MOVE EXT-AMOUNT TO MX-AMOUNT
                   PERFORM ADD-XREF-ENTRY
               END-IF
               READ EXTERNAL-TRANS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE EXTERNAL-TRANS.

       ADD-XREF-ENTRY.
           MOVE WS-RUN-DATE TO MX-ADDED-DATE
           WRITE MERCHANT-XREF-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-XREF-ADDED
           END-WRITE.

      *****************************************************************
      * SORT INPUT: BALANCES BROUGHT FORWARD, THEN THE DAY'S MATCHED  *
      * SETTLEMENTS AND THEIR FEES, THEN THE LOST CHARGEBACKS NOT YET *
      * DEDUCTED.                                                     *
      *****************************************************************
       RELEASE-PAYOUT-LINES.
           PERFORM RELEASE-BROUGHT-FORWARD
           PERFORM RELEASE-MATCHED-SETTLEMENTS
           PERFORM RELEASE-LOST-CHARGEBACKS.

      *****************************************************************
      * THE BALANCE BROUGHT FORWARD IS THE CARRY LEFT BY THE LAST RUN *
      * - UNLESS THAT RUN WAS FOR THIS SAME DATE (A RERUN), IN WHICH  *
      * CASE IT IS THE OPENING BALANCE THAT RUN STARTED FROM.         *
      *****************************************************************
       RELEASE-BROUGHT-FORWARD.
           MOVE LOW-VALUES TO PB-KEY
           START MERCHANT-BALANCE-FILE
                   KEY IS NOT LESS THAN PB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERCHANT-BALANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF = 'N'
                   MOVE SPACES TO SORT-RECORD
                   MOVE PB-MERCHANT-ID TO SR-MERCHANT-ID
                   MOVE PB-CURRENCY TO SR-CURRENCY
                   SET SR-BROUGHT-FWD TO TRUE
                   IF PB-LAST-DATE = WS-RUN-DATE
                       MOVE PB-OPENING-AMT TO SR-AMOUNT
                   ELSE
                       MOVE PB-CARRY-AMT TO SR-AMOUNT
                   END-IF
                   MOVE PB-LAST-DATE TO SR-DETAIL-DATE
                   IF SR-AMOUNT NOT = ZERO
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF.

      *****************************************************************
      * THE FEE IS THE PROCESSOR'S, CARRIED ON THE MATCHED RECORD BY  *
      * BATCH-RECONCILE, IN THE SETTLEMENT'S CURRENCY.                *
      *****************************************************************
       RELEASE-MATCHED-SETTLEMENTS.
           READ MATCHED-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-MATCHED-READ
               MOVE MT-TRANS-ID TO WS-LOOKUP-TRANS-ID
               PERFORM LOOK-UP-MERCHANT
               MOVE SPACES TO SORT-RECORD
               MOVE WS-LOOKUP-MERCHANT TO SR-MERCHANT-ID
               SET SR-SETTLEMENT TO TRUE
               MOVE MT-TRANS-ID TO SR-TRANS-ID
               MOVE MT-INT-AMOUNT TO SR-AMOUNT
               MOVE WS-LOOKUP-CURRENCY TO SR-CURRENCY
               MOVE WS-RUN-DATE TO SR-DETAIL-DATE
               RELEASE SORT-RECORD
               IF MT-EXT-FEES NOT = ZERO
                   SET SR-PROC-FEE TO TRUE
                   MOVE MT-EXT-FEES TO SR-AMOUNT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-FEE-LINES
               END-IF
               READ MATCHED-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

      *****************************************************************
      * A LOST CASE IS DEDUCTED BY THE FIRST PAYOUT ON OR AFTER ITS   *
      * OUTCOME DATE, WHICH STAMPS DC-PAYOUT-DATE - SO A LOSS ON A    *
      * DAY WITH NO PAYOUT RUN (A WEEKEND OR HOLIDAY) IS PICKED UP BY *
      * THE NEXT RUN, AND EACH LOSS IS DEDUCTED EXACTLY ONCE. A RERUN *
      * FOR THE SAME DATE FINDS ITS OWN STAMP AND DEDUCTS THE SAME    *
      * CASES AGAIN, REPRODUCING THE SAME PAYOUT. A CASE MERCHXRF.DAT *
      * CANNOT TIE TO A MERCHANT IS LEFT UNSTAMPED AND UNDEDUCTED SO  *
      * THE NEXT RUN TRIES AGAIN; A CASE WHOSE STAMP CANNOT BE        *
      * WRITTEN IS NOT DEDUCTED EITHER, SO IT CAN NEVER BE TAKEN      *
      * TWICE. NO DISPCASE.DAT SIMPLY MEANS NO CHARGEBACKS TO DEDUCT. *
      *****************************************************************
       RELEASE-LOST-CHARGEBACKS.
           OPEN I-O DISPUTE-CASE-FILE
           IF NOT DC-OK
               EXIT PARAGRAPH
           END-IF
           READ DISPUTE-CASE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF DC-STATUS-LOST
                       AND DC-OUTCOME-DATE NOT > WS-RUN-DATE
                       AND (DC-PAYOUT-DATE = ZERO
                            OR DC-PAYOUT-DATE = WS-RUN-DATE)
                   PERFORM RELEASE-ONE-CHARGEBACK
               END-IF
               READ DISPUTE-CASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE DISPUTE-CASE-FILE.

       RELEASE-ONE-CHARGEBACK.
           MOVE SPACES TO WS-LOOKUP-TRANS-ID
           MOVE DC-TRANS-ID TO WS-LOOKUP-TRANS-ID
           PERFORM LOOK-UP-MERCHANT
           IF WS-LOOKUP-MERCHANT(1:1) = '*'
               DISPLAY "LOST CHARGEBACK " DC-TRANS-ID
                   " HAS NO MERCHANT MAPPING - NOT DEDUCTED, "
                   "RETRIED NEXT RUN"
               ADD 1 TO WS-CHARGEBACKS-RETRY
               ADD DC-CHARGEBACK-AMT TO WS-TOTAL-CB-RETRY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO DC-PAYOUT-DATE
           REWRITE DISPUTE-CASE-RECORD
           IF NOT DC-OK
               DISPLAY "DISPCASE.DAT REWRITE FAILED FOR " DC-TRANS-ID
                   ": " WS-DC-STATUS " - CHARGEBACK NOT DEDUCTED"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SORT-RECORD
           MOVE WS-LOOKUP-MERCHANT TO SR-MERCHANT-ID
           MOVE WS-LOOKUP-CURRENCY TO SR-CURRENCY
           SET SR-CHARGEBACK TO TRUE
           MOVE WS-LOOKUP-TRANS-ID TO SR-TRANS-ID
           MOVE DC-CHARGEBACK-AMT TO SR-AMOUNT
           MOVE DC-RECEIVED-DATE TO SR-DETAIL-DATE
           MOVE DC-REASON-CODE TO SR-REASON-CODE
           RELEASE SORT-RECORD
           ADD 1 TO WS-CHARGEBACKS-TAKEN.

       LOOK-UP-MERCHANT.
           MOVE WS-LOOKUP-TRANS-ID TO MX-TRANS-ID
           READ MERCHANT-XREF-FILE
               INVALID KEY CONTINUE
           END-READ
           IF MX-OK AND MX-MERCHANT-ID NOT = SPACES
               MOVE MX-MERCHANT-ID TO WS-LOOKUP-MERCHANT
               MOVE MX-CURRENCY TO WS-LOOKUP-CURRENCY
           ELSE
               MOVE "*UNMAPPED*" TO WS-LOOKUP-MERCHANT
               MOVE SPACES TO WS-LOOKUP-CURRENCY
               ADD 1 TO WS-UNMAPPED-ITEMS
           END-IF.

      *****************************************************************
      * SORT OUTPUT: ONE CONTROL BREAK PER MERCHANT AND CURRENCY.     *
      *****************************************************************
       REGISTER-AND-PAY-MERCHANTS.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               PERFORM START-MERCHANT
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-MERCHANT-ID NOT = WS-CURR-MERCHANT
                       OR SR-CURRENCY NOT = WS-CURR-CURRENCY
                   PERFORM REGISTER-ONE-LINE
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   END-RETURN
               END-PERFORM
               PERFORM FINISH-MERCHANT
           END-PERFORM.

       START-MERCHANT.
           MOVE SR-MERCHANT-ID TO WS-CURR-MERCHANT
           MOVE SR-CURRENCY TO WS-CURR-CURRENCY
           MOVE ZERO TO WS-CURR-BROUGHT-FWD
           MOVE ZERO TO WS-CURR-SETTLE-CNT
           MOVE ZERO TO WS-CURR-SETTLE-AMT
           MOVE ZERO TO WS-CURR-FEE-AMT
           MOVE ZERO TO WS-CURR-CHGBACK-AMT
           MOVE 'N' TO WS-SETTLE-PRINTED
           MOVE SPACES TO WS-CURR-NAME
           MOVE SPACES TO WS-ML-FLAG
           EVALUATE TRUE
               WHEN WS-CURR-MERCHANT(1:1) = '*'
                   SET DISP-UNMAPPED TO TRUE
                   MOVE "** NO MERCHANT - NOT PAYABLE **" TO WS-ML-FLAG
               WHEN OTHER
                   MOVE WS-CURR-MERCHANT TO MM-MERCHANT-ID
                   READ MERCHANT-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN NOT MM-OK
                           SET DISP-HOLD-UNKNOWN TO TRUE
                           MOVE "** NOT ON MASTER - HELD **"
                               TO WS-ML-FLAG
                       WHEN MM-CLOSED
                           SET DISP-HOLD-CLOSED TO TRUE
                           MOVE MM-MERCHANT-NAME TO WS-CURR-NAME
                           MOVE "** CLOSED - FUNDS HELD **"
                               TO WS-ML-FLAG
                       WHEN OTHER
                           SET DISP-PAYABLE TO TRUE
                           MOVE MM-MERCHANT-NAME TO WS-CURR-NAME
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-CURR-MERCHANT TO WS-ML-MERCHANT-ID
           MOVE WS-CURR-NAME TO WS-ML-NAME
           MOVE WS-CURR-CURRENCY TO WS-ML-CURRENCY
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-MERCHANT-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * SETTLEMENTS ARE TOTALLED (ONE REGISTER LINE PER MERCHANT AND  *
      * CURRENCY);                                                    *
      * EVERY DEDUCTION IS PRINTED ON ITS OWN LINE.                   *
      *****************************************************************
       REGISTER-ONE-LINE.
           MOVE SPACES TO WS-IL-TRANS-ID
           MOVE SPACES TO WS-IL-DATE
           MOVE SPACES TO WS-IL-REASON
           EVALUATE TRUE
               WHEN SR-BROUGHT-FWD
                   ADD SR-AMOUNT TO WS-CURR-BROUGHT-FWD
                   MOVE "BALANCE BROUGHT FORWARD" TO WS-IL-DESC
                   MOVE SR-DETAIL-DATE TO WS-DISPLAY-DATE
                   MOVE WS-DISPLAY-DATE TO WS-IL-DATE
                   MOVE SR-AMOUNT TO WS-IL-AMOUNT
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               WHEN SR-SETTLEMENT
                   ADD 1 TO WS-CURR-SETTLE-CNT
                   ADD SR-AMOUNT TO WS-CURR-SETTLE-AMT
               WHEN SR-PROC-FEE
                   PERFORM PRINT-SETTLEMENT-TOTAL
                   ADD SR-AMOUNT TO WS-CURR-FEE-AMT
                   MOVE "LESS PROCESSOR FEE" TO WS-IL-DESC
                   MOVE SR-TRANS-ID TO WS-IL-TRANS-ID
                   COMPUTE WS-IL-AMOUNT = ZERO - SR-AMOUNT
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               WHEN SR-CHARGEBACK
                   PERFORM PRINT-SETTLEMENT-TOTAL
                   ADD SR-AMOUNT TO WS-CURR-CHGBACK-AMT
                   MOVE "LESS LOST CHARGEBACK" TO WS-IL-DESC
                   MOVE SR-TRANS-ID TO WS-IL-TRANS-ID
                   MOVE SR-DETAIL-DATE TO WS-DISPLAY-DATE
                   MOVE WS-DISPLAY-DATE TO WS-IL-DATE
                   MOVE SR-REASON-CODE TO WS-IL-REASON
                   COMPUTE WS-IL-AMOUNT = ZERO - SR-AMOUNT
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.

      *****************************************************************
      * THE SETTLEMENT TOTAL LINE PRINTS ONCE, AHEAD OF THE FIRST     *
      * DEDUCTION (OR AT THE BREAK FOR A MERCHANT WITH NONE).         *
      *****************************************************************
       PRINT-SETTLEMENT-TOTAL.
           IF WS-SETTLE-PRINTED = 'N'
               MOVE "MATCHED SETTLEMENTS" TO WS-IL-DESC
               MOVE SPACES TO WS-IL-TRANS-ID
               MOVE WS-CURR-SETTLE-CNT TO WS-SL-COUNT
               MOVE WS-SL-COUNT TO WS-IL-TRANS-ID(1:7)
               MOVE " ITEMS" TO WS-IL-TRANS-ID(8:6)
               MOVE SPACES TO WS-IL-DATE
               MOVE SPACES TO WS-IL-REASON
               MOVE WS-CURR-SETTLE-AMT TO WS-IL-AMOUNT
               WRITE REPORT-LINE FROM WS-ITEM-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-SETTLE-PRINTED
               MOVE SPACES TO WS-IL-TRANS-ID
           END-IF.

      *****************************************************************
      * NET THE MERCHANT'S CURRENCY AND DECIDE: PAY, HOLD, OR CARRY   *
      * THE DEBIT. THE *UNMAPPED* NET IS CARRIED ON MERCHBAL.DAT AS   *
      * THE RESEARCH SUSPENSE BALANCE, NEVER PAID.                    *
      *****************************************************************
       FINISH-MERCHANT.
           PERFORM PRINT-SETTLEMENT-TOTAL
           COMPUTE WS-CURR-NET-AMT =
               WS-CURR-BROUGHT-FWD + WS-CURR-SETTLE-AMT
               - WS-CURR-FEE-AMT - WS-CURR-CHGBACK-AMT
           ADD WS-CURR-SETTLE-AMT TO WS-TOTAL-SETTLED
           ADD WS-CURR-FEE-AMT TO WS-TOTAL-FEES
           ADD WS-CURR-CHGBACK-AMT TO WS-TOTAL-CHGBACKS
           MOVE SPACES TO WS-IL-TRANS-ID
           MOVE SPACES TO WS-IL-DATE
           MOVE SPACES TO WS-IL-REASON
           MOVE WS-CURR-NET-AMT TO WS-IL-AMOUNT
           EVALUATE TRUE
               WHEN DISP-UNMAPPED
                   MOVE "NET - NOT PAYABLE, RESEARCH" TO WS-IL-DESC
                   SET PB-ACTION-UNMAPPED TO TRUE
                   PERFORM UPDATE-MERCHANT-BALANCE
                   ADD WS-CURR-NET-AMT TO WS-TOTAL-UNMAPPED
                   ADD WS-CURR-SETTLE-CNT TO WS-UNMAPPED-SETTLED
               WHEN DISP-HOLD-CLOSED OR DISP-HOLD-UNKNOWN
                   MOVE "NET - HELD, NOT PAID" TO WS-IL-DESC
                   SET PB-ACTION-HELD TO TRUE
                   PERFORM UPDATE-MERCHANT-BALANCE
                   ADD 1 TO WS-MERCHANTS-HELD
                   ADD WS-CURR-NET-AMT TO WS-TOTAL-HELD
               WHEN WS-CURR-NET-AMT > ZERO
                   MOVE "NET PAYOUT" TO WS-IL-DESC
                   PERFORM WRITE-PAYOUT-DETAIL
                   MOVE ZERO TO WS-CURR-NET-AMT
                   SET PB-ACTION-PAID TO TRUE
                   PERFORM UPDATE-MERCHANT-BALANCE
                   ADD 1 TO WS-MERCHANTS-PAID
               WHEN OTHER
                   MOVE "NET DEBIT - CARRIED FORWARD" TO WS-IL-DESC
                   SET PB-ACTION-DEBIT TO TRUE
                   PERFORM UPDATE-MERCHANT-BALANCE
                   ADD 1 TO WS-MERCHANTS-DEBIT
                   ADD WS-CURR-NET-AMT TO WS-TOTAL-CARRIED
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-ITEM-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-PAYOUT-DETAIL.
           MOVE SPACES TO PAYOUT-RECORD
           SET PY-DETAIL TO TRUE
           MOVE WS-RUN-DATE TO PY-BATCH-NUM
           MOVE WS-CURR-MERCHANT TO PY-MERCHANT-ID
           MOVE WS-CURR-NAME TO PY-MERCHANT-NAME
           MOVE WS-RUN-DATE TO PY-VALUE-DATE
           MOVE WS-CURR-NET-AMT TO PY-AMOUNT
           MOVE WS-CURR-CURRENCY TO PY-CURRENCY
           WRITE PAYOUT-RECORD
           ADD 1 TO WS-PAYOUT-COUNT
           ADD WS-CURR-NET-AMT TO WS-PAYOUT-HASH.

      *****************************************************************
      * RECORD THE CARRY LEFT FOR THE NEXT RUN. PB-OPENING-AMT IS THE *
      * BALANCE THIS DATE STARTED FROM; IT IS ONLY RESET WHEN THE     *
      * DATE MOVES ON, SO A RERUN STARTS FROM THE SAME PLACE.         *
      *****************************************************************
       UPDATE-MERCHANT-BALANCE.
           MOVE PB-LAST-ACTION TO WS-NEW-ACTION
           MOVE WS-CURR-MERCHANT TO PB-MERCHANT-ID
           MOVE WS-CURR-CURRENCY TO PB-CURRENCY
           READ MERCHANT-BALANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF PB-OK
               IF PB-LAST-DATE NOT = WS-RUN-DATE
                   MOVE PB-CARRY-AMT TO PB-OPENING-AMT
               END-IF
               MOVE WS-CURR-NET-AMT TO PB-CARRY-AMT
               MOVE WS-RUN-DATE TO PB-LAST-DATE
               MOVE WS-NEW-ACTION TO PB-LAST-ACTION
               REWRITE MERCHANT-BALANCE-RECORD
           ELSE
               IF WS-CURR-NET-AMT NOT = ZERO
                   MOVE WS-CURR-MERCHANT TO PB-MERCHANT-ID
                   MOVE WS-CURR-CURRENCY TO PB-CURRENCY
                   MOVE ZERO TO PB-OPENING-AMT
                   MOVE WS-CURR-NET-AMT TO PB-CARRY-AMT
                   MOVE WS-RUN-DATE TO PB-LAST-DATE
                   MOVE WS-NEW-ACTION TO PB-LAST-ACTION
                   WRITE MERCHANT-BALANCE-RECORD
               END-IF
           END-IF.

       WRITE-PAYOUT-TRAILER.
           MOVE SPACES TO PAYOUT-RECORD
           SET PY-TRAILER TO TRUE
           MOVE WS-RUN-DATE TO PY-BATCH-NUM
           MOVE WS-PAYOUT-COUNT TO PY-TRL-COUNT
           MOVE WS-PAYOUT-HASH TO PY-TRL-HASH
           WRITE PAYOUT-RECORD.

       PRINT-REGISTER-TOTALS.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "TOTAL MATCHED SETTLEMENTS" TO WS-SL-LABEL
           MOVE WS-MATCHED-READ TO WS-SL-COUNT
           MOVE WS-TOTAL-SETTLED TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL PROCESSOR FEES DEDUCTED" TO WS-SL-LABEL
           MOVE WS-FEE-LINES TO WS-SL-COUNT
           MOVE WS-TOTAL-FEES TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL LOST CHARGEBACKS DEDUCTED" TO WS-SL-LABEL
           MOVE WS-CHARGEBACKS-TAKEN TO WS-SL-COUNT
           MOVE WS-TOTAL-CHGBACKS TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MERCHANTS HELD - FUNDS RETAINED" TO WS-SL-LABEL
           MOVE WS-MERCHANTS-HELD TO WS-SL-COUNT
           MOVE WS-TOTAL-HELD TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MERCHANTS IN NET DEBIT - CARRIED" TO WS-SL-LABEL
           MOVE WS-MERCHANTS-DEBIT TO WS-SL-COUNT
           MOVE WS-TOTAL-CARRIED TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "UNMAPPED - HELD FOR RESEARCH" TO WS-SL-LABEL
           MOVE WS-UNMAPPED-SETTLED TO WS-SL-COUNT
           MOVE WS-TOTAL-UNMAPPED TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LOST CHARGEBACKS UNMAPPED - RETRY" TO WS-SL-LABEL
           MOVE WS-CHARGEBACKS-RETRY TO WS-SL-COUNT
           MOVE WS-TOTAL-CB-RETRY TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PAYOUT FILE - BATCH CONTROL TOTAL" TO WS-SL-LABEL
           MOVE WS-PAYOUT-COUNT TO WS-SL-COUNT
           MOVE WS-PAYOUT-HASH TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "MERCHANT NET PAYOUT COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CROSS-REFERENCE ENTRIES ADDED: " WS-XREF-ADDED
           DISPLAY "MATCHED ITEMS READ: " WS-MATCHED-READ
           DISPLAY "PROCESSOR FEE LINES: " WS-FEE-LINES
           DISPLAY "LOST CHARGEBACKS DEDUCTED: " WS-CHARGEBACKS-TAKEN
           DISPLAY "ITEMS WITH NO MERCHANT MAPPING: "
               WS-UNMAPPED-ITEMS
           DISPLAY "LOST CHARGEBACKS LEFT FOR RETRY: "
               WS-CHARGEBACKS-RETRY
           DISPLAY "MERCHANTS PAID: " WS-MERCHANTS-PAID
           DISPLAY "MERCHANTS HELD: " WS-MERCHANTS-HELD
           DISPLAY "MERCHANTS IN NET DEBIT: " WS-MERCHANTS-DEBIT
           DISPLAY "PAYOUT BATCH COUNT: " WS-PAYOUT-COUNT
           DISPLAY "PAYOUT BATCH HASH:  " WS-PAYOUT-HASH
           DISPLAY "======================================"
           CLOSE MATCHED-FILE
           CLOSE MERCHANT-MASTER
           CLOSE MERCHANT-XREF-FILE
           CLOSE MERCHANT-BALANCE-FILE
           CLOSE PAYOUT-FILE
           CLOSE PAYOUT-REGISTER.
