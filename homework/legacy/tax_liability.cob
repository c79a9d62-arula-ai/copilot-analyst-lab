       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-LIABILITY.
       AUTHOR. LEGACY-INVENTORY-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: MONTHLY SALES-TAX LIABILITY REPORT AND GL JOURNAL.   *
      * FINANCE REBUILT SALES-TAX LIABILITY FROM STORE PAPER REPORTS  *
      * EVERY MONTH. INVENTORY-UPDATE NOW RECORDS THE TAX ON EVERY    *
      * SALE AND THE CREDIT ON EVERY RETURN (AT THE ORIGINAL SALE'S   *
      * RATE) ON THE SALES-TAX LEDGER SALESTAX.DAT (SEE SALESTAX.CPY).*
      * THIS PROGRAM TAKES THE LEDGER ROWS DATED IN THE PERIOD (YYYYMM*
      * OF THE DATE PASSED ON THE COMMAND LINE, ELSE TODAY - SAME     *
      * CONVENTION AS MONTHEND), TOTALS THEM BY LOCATION AND          *
      * JURISDICTION ONTO TAXLIAB.DAT - GROSS, EXEMPT AND TAXABLE     *
      * SALES, TAX COLLECTED, TAXABLE RETURNS, TAX CREDITED BACK, AND *
      * NET TAX PAYABLE - AND WRITES THE TAX-PAYABLE ENTRIES FOR THE  *
      * GL TO TAXGLJ.DAT THROUGH THE TAXGLMAP.DAT ACCOUNT MAP (SAME   *
      * EXTERNAL-TABLE PATTERN AS INV-GL-EXTRACT'S INVGLMAP.DAT).     *
      * TAX COLLECTED POSTS DEBIT SALES CLEARING / CREDIT SALES TAX   *
      * PAYABLE; TAX CREDITED ON RETURNS POSTS THE REVERSE. THE       *
      * JOURNAL IS PROVED IN BALANCE BEFORE CLOSE, AND THE RUN ABENDS *
      * RATHER THAN SHIP AN UNBALANCED FILE.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-FILE ASSIGN TO "SALESTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-ST-STATUS.
           SELECT OPTIONAL ACCOUNT-MAP-FILE ASSIGN TO "TAXGLMAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT LIABILITY-REPORT ASSIGN TO "TAXLIAB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "TAXGLJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "TAXSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-FILE.
           COPY "salestax.cpy".

      *****************************************************************
      * ACCOUNT-MAPPING TABLE, ONE ROW PER JOURNAL ENTRY TYPE         *
      * (TAXSALE, TAXRETURN).                                         *
      *****************************************************************
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05  GM-ENTRY-TYPE       PIC X(10).
           05  GM-DEBIT-ACCT       PIC X(8).
           05  GM-CREDIT-ACCT      PIC X(8).

       FD  LIABILITY-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  TJ-ENTRY-TYPE       PIC X(10).
           05  TJ-LOCATION         PIC X(4).
           05  TJ-JURISDICTION     PIC X(10).
           05  TJ-PERIOD           PIC 9(6).
           05  TJ-ACCOUNT          PIC X(8).
           05  TJ-DR-CR            PIC X(1).
               88  TJ-DEBIT        VALUE 'D'.
               88  TJ-CREDIT       VALUE 'C'.
           05  TJ-AMOUNT           PIC S9(11)V99 COMP-3.
           05  TJ-POST-DATE        PIC 9(8).
           05  TJ-TIMESTAMP        PIC X(26).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-LOCATION         PIC X(4).
           05  SR-JURISDICTION     PIC X(10).
           05  SR-EVENT            PIC X(1).
               88  SR-SALE         VALUE 'S'.
               88  SR-RETURN       VALUE 'R'.
           05  SR-EXEMPT-FLAG      PIC X(1).
               88  SR-EXEMPT-YES   VALUE 'Y'.
           05  SR-GROSS-AMT        PIC S9(11)V99 COMP-3.
           05  SR-TAXABLE-AMT      PIC S9(11)V99 COMP-3.
           05  SR-TAX-AMT          PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ST-STATUS        PIC XX.
               88  ST-OK           VALUE "00".
               88  ST-EOF          VALUE "10".
               88  ST-FILE-NOT-EXIST VALUE "35".
           05  WS-MAP-STATUS       PIC XX.
               88  MAP-OK          VALUE "00".
               88  MAP-EOF         VALUE "10".

       01  WS-COUNTERS.
           05  WS-LEDGER-READ      PIC 9(8) VALUE ZERO.
           05  WS-LEDGER-IN-PERIOD PIC 9(8) VALUE ZERO.
           05  WS-JURIS-LISTED     PIC 9(6) VALUE ZERO.
           05  WS-JOURNALS-WRITTEN PIC 9(8) VALUE ZERO.
           05  WS-UNMAPPED-TYPES   PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-MAP-EOF-FLAG     PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.

      *****************************************************************
      * ENTRY-TYPE ACCOUNT MAP, FILLED FROM TAXGLMAP.DAT OR FROM THE  *
      * DEFAULT CHART WHEN THE TABLE IS ABSENT.                       *
      *****************************************************************
       01  WS-ACCOUNT-MAP.
           05  WS-AM-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-AM-IDX.
               10  WS-AM-ENTRY-TYPE PIC X(10).
               10  WS-AM-DEBIT-ACCT PIC X(8).
               10  WS-AM-CREDIT-ACCT PIC X(8).
       01  WS-ACCOUNT-MAP-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-ENTRY-TYPE    PIC X(10).

      *****************************************************************
      * CONTROL-BREAK ACCUMULATORS FOR ONE LOCATION/JURISDICTION AND  *
      * THE GRAND TOTALS. RETURN AMOUNTS ARE HELD NEGATIVE, AS ON THE *
      * LEDGER.                                                       *
      *****************************************************************
       01  WS-JURIS-TOTALS.
           05  WS-CURR-LOCATION    PIC X(4).
           05  WS-CURR-JURISDICTION PIC X(10).
           05  WS-JT-GROSS-SALES   PIC S9(13)V99 COMP-3.
           05  WS-JT-EXEMPT-SALES  PIC S9(13)V99 COMP-3.
           05  WS-JT-TAXABLE-SALES PIC S9(13)V99 COMP-3.
           05  WS-JT-TAX-COLLECTED PIC S9(11)V99 COMP-3.
           05  WS-JT-TAXABLE-RETURNS PIC S9(13)V99 COMP-3.
           05  WS-JT-TAX-CREDITED  PIC S9(11)V99 COMP-3.
           05  WS-JT-NET-TAX       PIC S9(11)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-GROSS-SALES   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-EXEMPT-SALES  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TAXABLE-SALES PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TAX-COLLECTED PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TAXABLE-RETURNS PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TAX-CREDITED  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-NET-TAX       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BALANCE-TOTALS.
           05  WS-TOTAL-DEBITS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITS    PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-ENTRY-WORK.
           05  WS-ENTRY-AMOUNT     PIC S9(11)V99 COMP-3.
           05  WS-DEBIT-ACCT       PIC X(8).
           05  WS-CREDIT-ACCT      PIC X(8).

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-RUN-TIMESTAMP        PIC X(26).
       01  WS-PARM-RAW             PIC X(8).
       01  WS-PERIOD-DATE          PIC 9(8).
       01  WS-PERIOD               PIC 9(6).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(46) VALUE SPACES.
               10  FILLER          PIC X(40)
                   VALUE "SALES TAX LIABILITY BY JURISDICTION".
               10  FILLER          PIC X(46) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(8) VALUE "PERIOD: ".
               10  WS-RPT-PERIOD   PIC 9(6).
               10  FILLER          PIC X(118) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(6)  VALUE "LOC".
               10  FILLER          PIC X(12) VALUE "JURISDICTN".
               10  FILLER          PIC X(16) VALUE "    GROSS SALES".
               10  FILLER          PIC X(16) VALUE "   EXEMPT SALES".
               10  FILLER          PIC X(16) VALUE "  TAXABLE SALES".
               10  FILLER          PIC X(16) VALUE "  TAX COLLECTED".
               10  FILLER          PIC X(16) VALUE "TAXABLE RETURNS".
               10  FILLER          PIC X(16) VALUE "   TAX CREDITED".
               10  FILLER          PIC X(18) VALUE "  NET TAX PAYABLE".

       01  WS-DETAIL-LINE.
           05  WS-DL-LOCATION      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-JURISDICTION  PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-GROSS         PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-EXEMPT        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-TAXABLE       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-COLLECTED     PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-RET-TAXABLE   PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-CREDITED      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-NET           PIC $$$,$$$,$$9.99-.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-ACCOUNT-MAP
           SORT SORT-WORK
               ON ASCENDING KEY SR-LOCATION SR-JURISDICTION
               INPUT PROCEDURE IS RELEASE-PERIOD-TAX-ROWS
               OUTPUT PROCEDURE IS REPORT-AND-JOURNAL-TAX
           PERFORM PRINT-GRAND-TOTALS
           PERFORM PROVE-JOURNAL-BALANCE
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
               MOVE WS-RUN-DATE TO WS-PERIOD-DATE
           ELSE
               MOVE WS-PARM-RAW TO WS-PERIOD-DATE
           END-IF
           MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD
           OPEN INPUT SALES-TAX-FILE
           IF NOT ST-OK
               DISPLAY "SALESTAX.DAT NOT AVAILABLE: " WS-ST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIABILITY-REPORT
           OPEN OUTPUT JOURNAL-FILE
           MOVE WS-PERIOD TO WS-RPT-PERIOD
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       LOAD-ACCOUNT-MAP.
           PERFORM LOAD-DEFAULT-ACCOUNT-MAP
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-OK
               MOVE ZERO TO WS-ACCOUNT-MAP-COUNT
               PERFORM READ-MAP-RECORD
               PERFORM UNTIL WS-MAP-EOF-FLAG = 'Y'
                   PERFORM STORE-MAP-RECORD
                   PERFORM READ-MAP-RECORD
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
               IF WS-ACCOUNT-MAP-COUNT = ZERO
                   PERFORM LOAD-DEFAULT-ACCOUNT-MAP
               END-IF
           ELSE
               DISPLAY "WARNING: TAXGLMAP.DAT NOT AVAILABLE - "
                   "USING DEFAULT ACCOUNT MAP"
           END-IF.

       READ-MAP-RECORD.
           READ ACCOUNT-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-FLAG
           END-READ.

       STORE-MAP-RECORD.
           IF WS-ACCOUNT-MAP-COUNT < 10
               ADD 1 TO WS-ACCOUNT-MAP-COUNT
               SET WS-AM-IDX TO WS-ACCOUNT-MAP-COUNT
               MOVE GM-ENTRY-TYPE TO WS-AM-ENTRY-TYPE(WS-AM-IDX)
               MOVE GM-DEBIT-ACCT TO WS-AM-DEBIT-ACCT(WS-AM-IDX)
               MOVE GM-CREDIT-ACCT TO WS-AM-CREDIT-ACCT(WS-AM-IDX)
           ELSE
               DISPLAY "WARNING: ACCOUNT MAP TABLE FULL, DROPPING "
                   GM-ENTRY-TYPE
           END-IF.

      *****************************************************************
      * DEFAULT CHART: 11500000 SALES CLEARING (TAX COLLECTED AT THE  *
      * REGISTER), 22100000 SALES TAX PAYABLE.                        *
      *****************************************************************
       LOAD-DEFAULT-ACCOUNT-MAP.
           MOVE 2 TO WS-ACCOUNT-MAP-COUNT
           MOVE "TAXSALE"   TO WS-AM-ENTRY-TYPE(1)
           MOVE "11500000"  TO WS-AM-DEBIT-ACCT(1)
           MOVE "22100000"  TO WS-AM-CREDIT-ACCT(1)
           MOVE "TAXRETURN" TO WS-AM-ENTRY-TYPE(2)
           MOVE "22100000"  TO WS-AM-DEBIT-ACCT(2)
           MOVE "11500000"  TO WS-AM-CREDIT-ACCT(2).

      *****************************************************************
      * THE PERIOD IS SELECTED ON THE TRANSACTION DATE: A RETURN IN   *
      * THIS MONTH AGAINST LAST MONTH'S SALE REDUCES THIS MONTH'S     *
      * LIABILITY, AT THE RATE THE SALE WAS TAXED AT.                 *
      *****************************************************************
       RELEASE-PERIOD-TAX-ROWS.
           READ SALES-TAX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-LEDGER-READ
               IF ST-TRANS-DATE(1:6) = WS-PERIOD
                   ADD 1 TO WS-LEDGER-IN-PERIOD
                   MOVE ST-LOCATION TO SR-LOCATION
                   MOVE ST-JURISDICTION TO SR-JURISDICTION
                   MOVE ST-EVENT TO SR-EVENT
                   MOVE ST-EXEMPT-FLAG TO SR-EXEMPT-FLAG
                   MOVE ST-GROSS-AMT TO SR-GROSS-AMT
                   MOVE ST-TAXABLE-AMT TO SR-TAXABLE-AMT
                   MOVE ST-TAX-AMT TO SR-TAX-AMT
                   RELEASE SORT-RECORD
               END-IF
               READ SALES-TAX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.

       REPORT-AND-JOURNAL-TAX.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               MOVE SR-LOCATION TO WS-CURR-LOCATION
               MOVE SR-JURISDICTION TO WS-CURR-JURISDICTION
               MOVE ZERO TO WS-JT-GROSS-SALES
               MOVE ZERO TO WS-JT-EXEMPT-SALES
               MOVE ZERO TO WS-JT-TAXABLE-SALES
               MOVE ZERO TO WS-JT-TAX-COLLECTED
               MOVE ZERO TO WS-JT-TAXABLE-RETURNS
               MOVE ZERO TO WS-JT-TAX-CREDITED
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-LOCATION NOT = WS-CURR-LOCATION
                       OR SR-JURISDICTION NOT = WS-CURR-JURISDICTION
                   PERFORM ACCUMULATE-TAX-ROW
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   END-RETURN
               END-PERFORM
               PERFORM FINISH-JURISDICTION
           END-PERFORM.

       ACCUMULATE-TAX-ROW.
           IF SR-SALE
               ADD SR-GROSS-AMT TO WS-JT-GROSS-SALES
               IF SR-EXEMPT-YES
                   ADD SR-GROSS-AMT TO WS-JT-EXEMPT-SALES
               ELSE
                   ADD SR-TAXABLE-AMT TO WS-JT-TAXABLE-SALES
               END-IF
               ADD SR-TAX-AMT TO WS-JT-TAX-COLLECTED
           ELSE
               ADD SR-TAXABLE-AMT TO WS-JT-TAXABLE-RETURNS
               ADD SR-TAX-AMT TO WS-JT-TAX-CREDITED
           END-IF.

      *****************************************************************
      * ONE REPORT LINE AND UP TO TWO JOURNAL PAIRS PER LOCATION/     *
      * JURISDICTION. CREDITED TAX IS NEGATIVE ON THE LEDGER; THE     *
      * JOURNAL POSTS ITS ABSOLUTE VALUE THROUGH THE TAXRETURN MAP.   *
      *****************************************************************
       FINISH-JURISDICTION.
           COMPUTE WS-JT-NET-TAX =
               WS-JT-TAX-COLLECTED + WS-JT-TAX-CREDITED
           MOVE WS-CURR-LOCATION TO WS-DL-LOCATION
           MOVE WS-CURR-JURISDICTION TO WS-DL-JURISDICTION
           MOVE WS-JT-GROSS-SALES TO WS-DL-GROSS
           MOVE WS-JT-EXEMPT-SALES TO WS-DL-EXEMPT
           MOVE WS-JT-TAXABLE-SALES TO WS-DL-TAXABLE
           MOVE WS-JT-TAX-COLLECTED TO WS-DL-COLLECTED
           MOVE WS-JT-TAXABLE-RETURNS TO WS-DL-RET-TAXABLE
           MOVE WS-JT-TAX-CREDITED TO WS-DL-CREDITED
           MOVE WS-JT-NET-TAX TO WS-DL-NET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-JURIS-LISTED
           ADD WS-JT-GROSS-SALES TO WS-GT-GROSS-SALES
           ADD WS-JT-EXEMPT-SALES TO WS-GT-EXEMPT-SALES
           ADD WS-JT-TAXABLE-SALES TO WS-GT-TAXABLE-SALES
           ADD WS-JT-TAX-COLLECTED TO WS-GT-TAX-COLLECTED
           ADD WS-JT-TAXABLE-RETURNS TO WS-GT-TAXABLE-RETURNS
           ADD WS-JT-TAX-CREDITED TO WS-GT-TAX-CREDITED
           ADD WS-JT-NET-TAX TO WS-GT-NET-TAX
           IF WS-JT-TAX-COLLECTED NOT = ZERO
               MOVE "TAXSALE" TO WS-LOOKUP-ENTRY-TYPE
               MOVE WS-JT-TAX-COLLECTED TO WS-ENTRY-AMOUNT
               PERFORM POST-JOURNAL-PAIR
           END-IF
           IF WS-JT-TAX-CREDITED NOT = ZERO
               MOVE "TAXRETURN" TO WS-LOOKUP-ENTRY-TYPE
               COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-JT-TAX-CREDITED
               PERFORM POST-JOURNAL-PAIR
           END-IF.

       POST-JOURNAL-PAIR.
           PERFORM FIND-ACCOUNT-MAP-ENTRY
           IF WS-AM-IDX = ZERO
               DISPLAY "WARNING: NO ACCOUNT MAP FOR ENTRY TYPE "
                   WS-LOOKUP-ENTRY-TYPE " - NOT JOURNALED"
               ADD 1 TO WS-UNMAPPED-TYPES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AM-DEBIT-ACCT(WS-AM-IDX) TO WS-DEBIT-ACCT
           MOVE WS-AM-CREDIT-ACCT(WS-AM-IDX) TO WS-CREDIT-ACCT
           MOVE WS-DEBIT-ACCT TO TJ-ACCOUNT
           SET TJ-DEBIT TO TRUE
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS
           PERFORM WRITE-JOURNAL-RECORD
           MOVE WS-CREDIT-ACCT TO TJ-ACCOUNT
           SET TJ-CREDIT TO TRUE
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS
           PERFORM WRITE-JOURNAL-RECORD.

       FIND-ACCOUNT-MAP-ENTRY.
           SET WS-AM-IDX TO ZERO
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-ACCOUNT-MAP-COUNT
               IF WS-AM-ENTRY-TYPE(WS-AM-IDX) = WS-LOOKUP-ENTRY-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AM-IDX > WS-ACCOUNT-MAP-COUNT
               SET WS-AM-IDX TO ZERO
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE WS-LOOKUP-ENTRY-TYPE TO TJ-ENTRY-TYPE
           MOVE WS-CURR-LOCATION TO TJ-LOCATION
           MOVE WS-CURR-JURISDICTION TO TJ-JURISDICTION
           MOVE WS-PERIOD TO TJ-PERIOD
           MOVE WS-ENTRY-AMOUNT TO TJ-AMOUNT
           MOVE WS-RUN-DATE TO TJ-POST-DATE
           MOVE WS-RUN-TIMESTAMP TO TJ-TIMESTAMP
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNALS-WRITTEN.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO WS-DL-LOCATION
           MOVE "TOTAL" TO WS-DL-JURISDICTION
           MOVE WS-GT-GROSS-SALES TO WS-DL-GROSS
           MOVE WS-GT-EXEMPT-SALES TO WS-DL-EXEMPT
           MOVE WS-GT-TAXABLE-SALES TO WS-DL-TAXABLE
           MOVE WS-GT-TAX-COLLECTED TO WS-DL-COLLECTED
           MOVE WS-GT-TAXABLE-RETURNS TO WS-DL-RET-TAXABLE
           MOVE WS-GT-TAX-CREDITED TO WS-DL-CREDITED
           MOVE WS-GT-NET-TAX TO WS-DL-NET
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * THE JOURNAL IS ONLY FIT TO SHIP IF IT BALANCES, SAME POSTURE  *
      * AS INV-GL-EXTRACT'S PROVE-JOURNAL-BALANCE.                    *
      *****************************************************************
       PROVE-JOURNAL-BALANCE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "======================================"
               DISPLAY "TAX-LIABILITY ABEND"
               DISPLAY "JOURNAL OUT OF BALANCE"
               DISPLAY "TOTAL DEBITS:  " WS-TOTAL-DEBITS
               DISPLAY "TOTAL CREDITS: " WS-TOTAL-CREDITS
               DISPLAY "======================================"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "SALES TAX LIABILITY COMPLETE"
           DISPLAY "======================================"
           DISPLAY "PERIOD: " WS-PERIOD
           DISPLAY "LEDGER ROWS READ: " WS-LEDGER-READ
           DISPLAY "LEDGER ROWS IN PERIOD: " WS-LEDGER-IN-PERIOD
           DISPLAY "JURISDICTIONS LISTED: " WS-JURIS-LISTED
           DISPLAY "TAX COLLECTED: " WS-GT-TAX-COLLECTED
           DISPLAY "TAX CREDITED ON RETURNS: " WS-GT-TAX-CREDITED
           DISPLAY "NET TAX PAYABLE: " WS-GT-NET-TAX
           DISPLAY "JOURNAL RECORDS WRITTEN: " WS-JOURNALS-WRITTEN
           DISPLAY "UNMAPPED ENTRY TYPES: " WS-UNMAPPED-TYPES
           DISPLAY "TOTAL DEBITS:  " WS-TOTAL-DEBITS
           DISPLAY "TOTAL CREDITS: " WS-TOTAL-CREDITS
           DISPLAY "JOURNAL IN BALANCE"
           DISPLAY "======================================"
           CLOSE SALES-TAX-FILE
           CLOSE LIABILITY-REPORT
           CLOSE JOURNAL-FILE.
