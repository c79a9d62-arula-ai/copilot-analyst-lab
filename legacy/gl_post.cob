       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: CONSOLIDATED GL INTERFACE WITH BALANCING EDITS AND   *
      * TRIAL BALANCE. EACH SUBSYSTEM WRITES ITS OWN JOURNAL IN ITS   *
      * OWN LAYOUT, AND THE GL TEAM USED TO LOAD THEM SEPARATELY -    *
      * AN OUT-OF-BALANCE JOURNAL WAS ONLY FOUND WHEN THE LOAD FAILED *
      * THE NEXT MORNING. THIS PROGRAM TAKES EACH JOURNAL AS ONE      *
      * BATCH:                                                        *
      *   GLJRNL   - GLJRNL.DAT (GL-EXTRACT, FEE/SETTLEMENT CLOSE)    *
      *   INVGLJ   - INVGLJ.DAT (INV-GL-EXTRACT, INVENTORY)           *
      *   TAXGLJ   - TAXGLJ.DAT (TAX-LIABILITY, SALES TAX)            *
      *   BDJRNL   - BDJRNL.DAT (FEE-COLLECTIONS, BAD DEBT)           *
      *   FXREVJ   - FXREVJ.DAT (FX-REVAL, MONTH-END FX REVALUATION)  *
      * AND EDITS IT BEFORE ANYTHING IS WRITTEN: DEBITS MUST EQUAL    *
      * CREDITS, IN TOTAL AND WITHIN EACH CURRENCY, EVERY LINE MUST   *
      * BE A DEBIT OR A CREDIT, AND EVERY ACCOUNT MUST BE ACTIVE ON   *
      * THE CHART OF ACCOUNTS CHARTACC.DAT (SEE CHARTACC.CPY). A      *
      * BATCH THAT FAILS ANY EDIT IS REJECTED WHOLE - NOTHING FROM IT *
      * REACHES THE INTERFACE - AND THE REASONS ARE LISTED ON         *
      * GLPOSTRP.DAT. A BATCH THAT PASSES IS RESTATED IN THE STANDARD *
      * LAYOUT ON GLIFACE.DAT (SEE GLIFACE.CPY) BETWEEN A HEADER AND  *
      * A TRAILER. THE ACCEPTED LINES ARE THEN SUMMED BY ACCOUNT INTO *
      * THE TRIAL BALANCE GLTB.DAT FOR THE PERIOD (YYYYMM OF THE DATE *
      * ON THE COMMAND LINE, ELSE THE RUN DATE), WHICH IS STAMPED ON  *
      * EVERY LINE.                                                   *
      * A MISSING OR EMPTY JOURNAL IS SIMPLY NOT POSTED. ANY REJECTED *
      * BATCH ENDS THE RUN WITH RETURN CODE 8 SO THE SCHEDULER HOLDS  *
      * THE GL LOAD.                                                  *
      * EVERY LINE IS STAMPED WITH THE RUN'S GL PERIOD EXCEPT FXREVJ, *
      * WHOSE LINES CARRY THEIR OWN: THE REVALUATION IN THE PERIOD    *
      * REVALUED AND ITS AUTOMATIC REVERSAL IN THE NEXT ONE. BOTH GO  *
      * TO THE INTERFACE, BUT ONLY LINES FOR THE RUN'S PERIOD ARE     *
      * SUMMED INTO ITS TRIAL BALANCE.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEE-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT OPTIONAL INV-JOURNAL-FILE ASSIGN TO "INVGLJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT OPTIONAL TAX-JOURNAL-FILE ASSIGN TO "TAXGLJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT OPTIONAL BAD-DEBT-JOURNAL-FILE ASSIGN TO "BDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT OPTIONAL FX-REVAL-JOURNAL-FILE ASSIGN TO "FXREVJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JF-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CA-ACCOUNT
               FILE STATUS IS WS-CA-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLIFACE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSTING-REPORT ASSIGN TO "GLPOSTRP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRIAL-BALANCE-REPORT ASSIGN TO "GLTB.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "GLTBSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * GLJRNL.DAT LAYOUT (SEE GL-EXTRACT).                           *
      *****************************************************************
       FD  FEE-JOURNAL-FILE.
       01  FEE-JOURNAL-RECORD.
           05  GJ-ENTRY-TYPE       PIC X(8).
           05  GJ-CUST-ID          PIC X(10).
           05  GJ-PERIOD-YEAR      PIC 9(4).
           05  GJ-PERIOD-MONTH     PIC 9(2).
           05  GJ-ACCOUNT          PIC X(8).
           05  GJ-DR-CR            PIC X(1).
           05  GJ-AMOUNT           PIC S9(11)V99 COMP-3.
           05  GJ-CLOSE-DATE       PIC 9(8).
           05  GJ-TIMESTAMP        PIC X(26).
           05  GJ-CURRENCY         PIC X(3).

      *****************************************************************
      * INVGLJ.DAT LAYOUT (SEE INV-GL-EXTRACT).                       *
      *****************************************************************
       FD  INV-JOURNAL-FILE.
       01  INV-JOURNAL-RECORD.
           05  IG-MOVE-TYPE        PIC X(10).
           05  IG-TRANS-ID         PIC X(10).
           05  IG-LOCATION         PIC X(4).
           05  IG-SKU              PIC X(10).
           05  IG-ACCOUNT          PIC X(8).
           05  IG-DR-CR            PIC X(1).
           05  IG-AMOUNT           PIC S9(11)V99 COMP-3.
           05  IG-MOVE-DATE        PIC 9(8).
           05  IG-TIMESTAMP        PIC X(26).

      *****************************************************************
      * TAXGLJ.DAT LAYOUT (SEE TAX-LIABILITY).                        *
      *****************************************************************
       FD  TAX-JOURNAL-FILE.
       01  TAX-JOURNAL-RECORD.
           05  TJ-ENTRY-TYPE       PIC X(10).
           05  TJ-LOCATION         PIC X(4).
           05  TJ-JURISDICTION     PIC X(10).
           05  TJ-PERIOD           PIC 9(6).
           05  TJ-ACCOUNT          PIC X(8).
           05  TJ-DR-CR            PIC X(1).
           05  TJ-AMOUNT           PIC S9(11)V99 COMP-3.
           05  TJ-POST-DATE        PIC 9(8).
           05  TJ-TIMESTAMP        PIC X(26).

      *****************************************************************
      * BDJRNL.DAT - GLJRNL.DAT LAYOUT (SEE FEE-COLLECTIONS).         *
      *****************************************************************
       FD  BAD-DEBT-JOURNAL-FILE.
       01  BAD-DEBT-JOURNAL-RECORD.
           05  BJ-ENTRY-TYPE       PIC X(8).
           05  BJ-CUST-ID          PIC X(10).
           05  BJ-PERIOD-YEAR      PIC 9(4).
           05  BJ-PERIOD-MONTH     PIC 9(2).
           05  BJ-ACCOUNT          PIC X(8).
           05  BJ-DR-CR            PIC X(1).
           05  BJ-AMOUNT           PIC S9(11)V99 COMP-3.
           05  BJ-CLOSE-DATE       PIC 9(8).
           05  BJ-TIMESTAMP        PIC X(26).
           05  BJ-CURRENCY         PIC X(3).

      *****************************************************************
      * FXREVJ.DAT - GLJRNL.DAT LAYOUT (SEE FX-REVAL). FR-CUST-ID     *
      * CARRIES THE CURRENCY REVALUED.                                *
      *****************************************************************
       FD  FX-REVAL-JOURNAL-FILE.
       01  FX-REVAL-JOURNAL-RECORD.
           05  FR-ENTRY-TYPE       PIC X(8).
           05  FR-CUST-ID          PIC X(10).
           05  FR-PERIOD-YEAR      PIC 9(4).
           05  FR-PERIOD-MONTH     PIC 9(2).
           05  FR-ACCOUNT          PIC X(8).
           05  FR-DR-CR            PIC X(1).
           05  FR-AMOUNT           PIC S9(11)V99 COMP-3.
           05  FR-CLOSE-DATE       PIC 9(8).
           05  FR-TIMESTAMP        PIC X(26).
           05  FR-CURRENCY         PIC X(3).

       FD  CHART-OF-ACCOUNTS.
           COPY "chartacc.cpy".

       FD  GL-INTERFACE-FILE.
           COPY "gliface.cpy".

       FD  POSTING-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  TRIAL-BALANCE-REPORT.
       01  TB-REPORT-LINE          PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-ACCOUNT          PIC X(8).
           05  SR-CURRENCY         PIC X(3).
           05  SR-DR-CR            PIC X(1).
               88  SR-DEBIT        VALUE 'D'.
               88  SR-CREDIT       VALUE 'C'.
           05  SR-AMOUNT           PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-JF-STATUS        PIC XX.
               88  JF-OK           VALUE "00".
               88  JF-EOF          VALUE "10".
               88  JF-ERROR        VALUE "30" THRU "99".
           05  WS-CA-STATUS        PIC XX.
               88  CA-OK           VALUE "00".
               88  CA-NOT-FOUND    VALUE "23".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.
           05  WS-PASS             PIC X VALUE 'E'.
               88  EDIT-PASS       VALUE 'E'.
               88  POST-PASS       VALUE 'P'.

      *****************************************************************
      * ONE JOURNAL LINE, RESTATED FROM WHICHEVER SOURCE LAYOUT IT    *
      * CAME IN, FOR THE COMMON EDIT AND POST PARAGRAPHS.             *
      *****************************************************************
       01  WS-ENTRY.
           05  WS-EN-ACCOUNT       PIC X(8).
           05  WS-EN-DR-CR         PIC X(1).
               88  WS-EN-DEBIT     VALUE 'D'.
               88  WS-EN-CREDIT    VALUE 'C'.
           05  WS-EN-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-EN-CURRENCY      PIC X(3).
           05  WS-EN-ENTRY-TYPE    PIC X(10).
           05  WS-EN-REFERENCE     PIC X(20).
           05  WS-EN-DATE          PIC 9(8).
           05  WS-EN-PERIOD        PIC 9(6).

       01  WS-BATCH-WORK.
           05  WS-BATCH-SOURCE     PIC X(8).
           05  WS-BATCH-ENTRIES    PIC 9(8).
           05  WS-BATCH-DEBITS     PIC S9(13)V99 COMP-3.
           05  WS-BATCH-CREDITS    PIC S9(13)V99 COMP-3.
           05  WS-BATCH-BAD-ACCTS  PIC 9(6).
           05  WS-BATCH-BAD-FLAGS  PIC 9(6).
           05  WS-BATCH-SEQUENCE   PIC 9(6).
           05  WS-BATCH-UNBAL-CCY  PIC 9(3).
           05  WS-BATCH-CCY-OVERFLOW PIC 9(6).

      *****************************************************************
      * DEBITS AND CREDITS BY CURRENCY FOR THE BATCH BEING EDITED -   *
      * EACH CURRENCY MUST BALANCE ON ITS OWN, SINCE A USD DEBIT      *
      * CANNOT OFFSET A EUR CREDIT. A BATCH WITH MORE CURRENCIES THAN *
      * THE TABLE HOLDS CANNOT BE PROVED AND IS REJECTED.             *
      *****************************************************************
       01  WS-BATCH-CURRENCIES.
           05  WS-BC-COUNT         PIC 9(3).
           05  WS-BC-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-BC-IDX.
               10  WS-BC-CURRENCY  PIC X(3).
               10  WS-BC-DEBITS    PIC S9(13)V99 COMP-3.
               10  WS-BC-CREDITS   PIC S9(13)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-BATCHES-POSTED   PIC 9(3) VALUE ZERO.
           05  WS-BATCHES-REJECTED PIC 9(3) VALUE ZERO.
           05  WS-BATCHES-EMPTY    PIC 9(3) VALUE ZERO.
           05  WS-LINES-POSTED     PIC 9(8) VALUE ZERO.
           05  WS-LINES-OTHER-PERIOD PIC 9(8) VALUE ZERO.
           05  WS-TB-ACCOUNTS      PIC 9(6) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-DEBITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-CREDITS       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TB-DEBITS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TB-CREDITS    PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TB-ACCUMULATORS.
           05  WS-TB-ACCOUNT       PIC X(8).
           05  WS-TB-CURRENCY      PIC X(3).
           05  WS-TB-DEBITS        PIC S9(13)V99 COMP-3.
           05  WS-TB-CREDITS       PIC S9(13)V99 COMP-3.
           05  WS-TB-NET           PIC S9(13)V99 COMP-3.

       01  WS-HOME-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-PERIOD-DATE          PIC 9(8).
       01  WS-PARM-RAW             PIC X(8).
       01  WS-PERIOD               PIC 9(6).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-RUN-TIMESTAMP        PIC X(26).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(48) VALUE SPACES.
               10  FILLER          PIC X(36)
                   VALUE "GL POSTING - BATCH EDIT AND CONTROL".
               10  FILLER          PIC X(48) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(10) VALUE "RUN DATE: ".
               10  WS-RPT-RUN-DATE PIC 9(8).
               10  FILLER          PIC X(6) VALUE SPACES.
               10  FILLER          PIC X(11) VALUE "GL PERIOD: ".
               10  WS-RPT-PERIOD   PIC 9(6).
               10  FILLER          PIC X(91) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(10) VALUE "BATCH".
               10  FILLER          PIC X(10) VALUE "   ENTRIES".
               10  FILLER          PIC X(22)
                   VALUE "          TOTAL DEBITS".
               10  FILLER          PIC X(22)
                   VALUE "         TOTAL CREDITS".
               10  FILLER          PIC X(68) VALUE "  STATUS".

       01  WS-BATCH-LINE.
           05  WS-BL-SOURCE        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-BL-ENTRIES       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-BL-DEBITS        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-BL-CREDITS       PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-BL-STATUS        PIC X(50).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-ERROR-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-EL-SOURCE        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EL-ENTRY-NO      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EL-ACCOUNT       PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EL-ENTRY-TYPE    PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EL-REASON        PIC X(40).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-TB-HEADERS.
           05  WS-TB-HEADER-1.
               10  FILLER          PIC X(52) VALUE SPACES.
               10  FILLER          PIC X(28)
                   VALUE "GENERAL LEDGER TRIAL BALANCE".
               10  FILLER          PIC X(52) VALUE SPACES.
           05  WS-TB-COLUMN-HDR.
               10  FILLER          PIC X(10) VALUE "ACCOUNT".
               10  FILLER          PIC X(32) VALUE "DESCRIPTION".
               10  FILLER          PIC X(5)  VALUE "CCY".
               10  FILLER          PIC X(22)
                   VALUE "                DEBITS".
               10  FILLER          PIC X(22)
                   VALUE "               CREDITS".
               10  FILLER          PIC X(41)
                   VALUE "           NET BALANCE".

       01  WS-TB-LINE.
           05  WS-TL-ACCOUNT       PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-TL-DESCRIPTION   PIC X(30).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-TL-CURRENCY      PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-TL-DEBITS        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-TL-CREDITS       PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-TL-NET           PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(19) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           SORT SORT-WORK
               ON ASCENDING KEY SR-ACCOUNT SR-CURRENCY
               INPUT PROCEDURE IS POST-ALL-BATCHES
               OUTPUT PROCEDURE IS PRINT-TRIAL-BALANCE
           PERFORM CLOSE-PROCESS
           STOP RUN.

      *****************************************************************
      * WITHOUT THE CHART OF ACCOUNTS NO BATCH CAN BE EDITED, SO IT   *
      * IS REQUIRED.                                                  *
      *****************************************************************
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
           ACCEPT WS-HOME-CURRENCY FROM ENVIRONMENT "HOME_CURRENCY"
           IF WS-HOME-CURRENCY = SPACES
                   OR WS-HOME-CURRENCY = LOW-VALUES
               MOVE "USD" TO WS-HOME-CURRENCY
           END-IF
           OPEN INPUT CHART-OF-ACCOUNTS
           IF NOT CA-OK
               DISPLAY "CHARTACC.DAT NOT AVAILABLE: " WS-CA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-INTERFACE-FILE
           OPEN OUTPUT POSTING-REPORT
           OPEN OUTPUT TRIAL-BALANCE-REPORT
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           MOVE WS-PERIOD TO WS-RPT-PERIOD
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

      *****************************************************************
      * EACH JOURNAL IS READ TWICE: AN EDIT PASS THAT TOTALS AND      *
      * CHECKS IT, THEN - ONLY IF IT PASSED - A POST PASS THAT WRITES *
      * IT TO THE INTERFACE AND RELEASES IT TO THE TRIAL BALANCE.     *
      *****************************************************************
       POST-ALL-BATCHES.
           MOVE "GLJRNL" TO WS-BATCH-SOURCE
           PERFORM START-BATCH
           PERFORM SCAN-FEE-JOURNAL
           PERFORM DECIDE-BATCH
           IF POST-PASS
               PERFORM WRITE-BATCH-HEADER
               PERFORM SCAN-FEE-JOURNAL
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           MOVE "INVGLJ" TO WS-BATCH-SOURCE
           PERFORM START-BATCH
           PERFORM SCAN-INV-JOURNAL
           PERFORM DECIDE-BATCH
           IF POST-PASS
               PERFORM WRITE-BATCH-HEADER
               PERFORM SCAN-INV-JOURNAL
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           MOVE "TAXGLJ" TO WS-BATCH-SOURCE
           PERFORM START-BATCH
           PERFORM SCAN-TAX-JOURNAL
           PERFORM DECIDE-BATCH
           IF POST-PASS
               PERFORM WRITE-BATCH-HEADER
               PERFORM SCAN-TAX-JOURNAL
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           MOVE "BDJRNL" TO WS-BATCH-SOURCE
           PERFORM START-BATCH
           PERFORM SCAN-BAD-DEBT-JOURNAL
           PERFORM DECIDE-BATCH
           IF POST-PASS
               PERFORM WRITE-BATCH-HEADER
               PERFORM SCAN-BAD-DEBT-JOURNAL
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           MOVE "FXREVJ" TO WS-BATCH-SOURCE
           PERFORM START-BATCH
           PERFORM SCAN-FX-REVAL-JOURNAL
           PERFORM DECIDE-BATCH
           IF POST-PASS
               PERFORM WRITE-BATCH-HEADER
               PERFORM SCAN-FX-REVAL-JOURNAL
               PERFORM WRITE-BATCH-TRAILER
           END-IF.

       START-BATCH.
           SET EDIT-PASS TO TRUE
           MOVE ZERO TO WS-BATCH-ENTRIES
           MOVE ZERO TO WS-BATCH-DEBITS
           MOVE ZERO TO WS-BATCH-CREDITS
           MOVE ZERO TO WS-BATCH-BAD-ACCTS
           MOVE ZERO TO WS-BATCH-BAD-FLAGS
           MOVE ZERO TO WS-BATCH-SEQUENCE
           MOVE ZERO TO WS-BATCH-UNBAL-CCY
           MOVE ZERO TO WS-BATCH-CCY-OVERFLOW
           MOVE ZERO TO WS-BC-COUNT.

       SCAN-FEE-JOURNAL.
           OPEN INPUT FEE-JOURNAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM CHECK-JOURNAL-READ
               IF WS-EOF = 'N'
                   MOVE GJ-ACCOUNT TO WS-EN-ACCOUNT
                   MOVE GJ-DR-CR TO WS-EN-DR-CR
                   MOVE GJ-AMOUNT TO WS-EN-AMOUNT
                   MOVE GJ-CURRENCY TO WS-EN-CURRENCY
                   MOVE GJ-ENTRY-TYPE TO WS-EN-ENTRY-TYPE
                   MOVE GJ-CUST-ID TO WS-EN-REFERENCE
                   MOVE GJ-CLOSE-DATE TO WS-EN-DATE
                   MOVE WS-PERIOD TO WS-EN-PERIOD
                   PERFORM PROCESS-ENTRY
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE FEE-JOURNAL-FILE.

       SCAN-INV-JOURNAL.
           OPEN INPUT INV-JOURNAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ INV-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM CHECK-JOURNAL-READ
               IF WS-EOF = 'N'
                   MOVE IG-ACCOUNT TO WS-EN-ACCOUNT
                   MOVE IG-DR-CR TO WS-EN-DR-CR
                   MOVE IG-AMOUNT TO WS-EN-AMOUNT
                   MOVE SPACES TO WS-EN-CURRENCY
                   MOVE IG-MOVE-TYPE TO WS-EN-ENTRY-TYPE
                   MOVE SPACES TO WS-EN-REFERENCE
                   MOVE IG-LOCATION TO WS-EN-REFERENCE(1:4)
                   MOVE IG-SKU TO WS-EN-REFERENCE(6:10)
                   MOVE IG-MOVE-DATE TO WS-EN-DATE
                   MOVE WS-PERIOD TO WS-EN-PERIOD
                   PERFORM PROCESS-ENTRY
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE INV-JOURNAL-FILE.

       SCAN-TAX-JOURNAL.
           OPEN INPUT TAX-JOURNAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAX-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM CHECK-JOURNAL-READ
               IF WS-EOF = 'N'
                   MOVE TJ-ACCOUNT TO WS-EN-ACCOUNT
                   MOVE TJ-DR-CR TO WS-EN-DR-CR
                   MOVE TJ-AMOUNT TO WS-EN-AMOUNT
                   MOVE SPACES TO WS-EN-CURRENCY
                   MOVE TJ-ENTRY-TYPE TO WS-EN-ENTRY-TYPE
                   MOVE SPACES TO WS-EN-REFERENCE
                   MOVE TJ-LOCATION TO WS-EN-REFERENCE(1:4)
                   MOVE TJ-JURISDICTION TO WS-EN-REFERENCE(6:10)
                   MOVE TJ-POST-DATE TO WS-EN-DATE
                   MOVE WS-PERIOD TO WS-EN-PERIOD
                   PERFORM PROCESS-ENTRY
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE TAX-JOURNAL-FILE.

       SCAN-BAD-DEBT-JOURNAL.
           OPEN INPUT BAD-DEBT-JOURNAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ BAD-DEBT-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM CHECK-JOURNAL-READ
               IF WS-EOF = 'N'
                   MOVE BJ-ACCOUNT TO WS-EN-ACCOUNT
                   MOVE BJ-DR-CR TO WS-EN-DR-CR
                   MOVE BJ-AMOUNT TO WS-EN-AMOUNT
                   MOVE BJ-CURRENCY TO WS-EN-CURRENCY
                   MOVE BJ-ENTRY-TYPE TO WS-EN-ENTRY-TYPE
                   MOVE BJ-CUST-ID TO WS-EN-REFERENCE
                   MOVE BJ-CLOSE-DATE TO WS-EN-DATE
                   MOVE WS-PERIOD TO WS-EN-PERIOD
                   PERFORM PROCESS-ENTRY
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE BAD-DEBT-JOURNAL-FILE.

       SCAN-FX-REVAL-JOURNAL.
           OPEN INPUT FX-REVAL-JOURNAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FX-REVAL-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM CHECK-JOURNAL-READ
               IF WS-EOF = 'N'
                   MOVE FR-ACCOUNT TO WS-EN-ACCOUNT
                   MOVE FR-DR-CR TO WS-EN-DR-CR
                   MOVE FR-AMOUNT TO WS-EN-AMOUNT
                   MOVE FR-CURRENCY TO WS-EN-CURRENCY
                   MOVE FR-ENTRY-TYPE TO WS-EN-ENTRY-TYPE
                   MOVE FR-CUST-ID TO WS-EN-REFERENCE
                   MOVE FR-CLOSE-DATE TO WS-EN-DATE
                   COMPUTE WS-EN-PERIOD =
                       FR-PERIOD-YEAR * 100 + FR-PERIOD-MONTH
                   PERFORM PROCESS-ENTRY
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE FX-REVAL-JOURNAL-FILE.

       CHECK-JOURNAL-READ.
           IF JF-ERROR
               DISPLAY "FILE ERROR ON " WS-BATCH-SOURCE ": "
                   WS-JF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * SPACES CURRENCY IS THE HOME CURRENCY, AS ON THE SOURCE FILES; *
      * THE INTERFACE ALWAYS CARRIES AN EXPLICIT CODE.                *
      *****************************************************************
       PROCESS-ENTRY.
           IF WS-EN-CURRENCY = SPACES
               MOVE WS-HOME-CURRENCY TO WS-EN-CURRENCY
           END-IF
           ADD 1 TO WS-BATCH-SEQUENCE
           IF EDIT-PASS
               PERFORM EDIT-ENTRY
           ELSE
               PERFORM POST-ENTRY
           END-IF.

       EDIT-ENTRY.
           ADD 1 TO WS-BATCH-ENTRIES
           PERFORM FIND-BATCH-CURRENCY
           EVALUATE TRUE
               WHEN WS-EN-DEBIT
                   ADD WS-EN-AMOUNT TO WS-BATCH-DEBITS
                   IF WS-BC-IDX > ZERO
                       ADD WS-EN-AMOUNT TO WS-BC-DEBITS(WS-BC-IDX)
                   END-IF
               WHEN WS-EN-CREDIT
                   ADD WS-EN-AMOUNT TO WS-BATCH-CREDITS
                   IF WS-BC-IDX > ZERO
                       ADD WS-EN-AMOUNT TO WS-BC-CREDITS(WS-BC-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BATCH-BAD-FLAGS
                   MOVE "DEBIT/CREDIT FLAG NOT D OR C"
                       TO WS-EL-REASON
                   PERFORM WRITE-ERROR-LINE
           END-EVALUATE
           MOVE WS-EN-ACCOUNT TO CA-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT CA-OK
                   ADD 1 TO WS-BATCH-BAD-ACCTS
                   MOVE "ACCOUNT NOT ON CHART OF ACCOUNTS"
                       TO WS-EL-REASON
                   PERFORM WRITE-ERROR-LINE
               WHEN NOT CA-ACTIVE
                   ADD 1 TO WS-BATCH-BAD-ACCTS
                   MOVE "ACCOUNT INACTIVE ON CHART OF ACCOUNTS"
                       TO WS-EL-REASON
                   PERFORM WRITE-ERROR-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * RETURNS WS-BC-IDX ZERO WHEN THE TABLE IS FULL.                *
      *****************************************************************
       FIND-BATCH-CURRENCY.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               IF WS-BC-CURRENCY(WS-BC-IDX) = WS-EN-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BC-IDX > WS-BC-COUNT
               IF WS-BC-COUNT < 50
                   ADD 1 TO WS-BC-COUNT
                   SET WS-BC-IDX TO WS-BC-COUNT
                   MOVE WS-EN-CURRENCY TO WS-BC-CURRENCY(WS-BC-IDX)
                   MOVE ZERO TO WS-BC-DEBITS(WS-BC-IDX)
                   MOVE ZERO TO WS-BC-CREDITS(WS-BC-IDX)
               ELSE
                   SET WS-BC-IDX TO ZERO
                   ADD 1 TO WS-BATCH-CCY-OVERFLOW
                   MOVE "TOO MANY CURRENCIES IN BATCH"
                       TO WS-EL-REASON
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

       WRITE-ERROR-LINE.
           MOVE WS-BATCH-SOURCE TO WS-EL-SOURCE
           MOVE WS-BATCH-SEQUENCE TO WS-EL-ENTRY-NO
           MOVE WS-EN-ACCOUNT TO WS-EL-ACCOUNT
           MOVE WS-EN-ENTRY-TYPE TO WS-EL-ENTRY-TYPE
           WRITE REPORT-LINE FROM WS-ERROR-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * AFTER THE EDIT PASS: AN EMPTY BATCH IS SKIPPED, A FAILED ONE  *
      * REJECTED, AND A CLEAN ONE SWITCHED TO THE POST PASS.          *
      *****************************************************************
       DECIDE-BATCH.
           PERFORM CHECK-CURRENCY-BALANCE
           MOVE WS-BATCH-SOURCE TO WS-BL-SOURCE
           MOVE WS-BATCH-ENTRIES TO WS-BL-ENTRIES
           MOVE WS-BATCH-DEBITS TO WS-BL-DEBITS
           MOVE WS-BATCH-CREDITS TO WS-BL-CREDITS
           MOVE ZERO TO WS-BATCH-SEQUENCE
           EVALUATE TRUE
               WHEN WS-BATCH-ENTRIES = ZERO
                   MOVE "NO ENTRIES - NOTHING POSTED" TO WS-BL-STATUS
                   ADD 1 TO WS-BATCHES-EMPTY
               WHEN WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                   MOVE "** REJECTED - DEBITS NOT EQUAL CREDITS **"
                       TO WS-BL-STATUS
                   PERFORM REJECT-BATCH
               WHEN WS-BATCH-UNBAL-CCY > ZERO
                   MOVE "** REJECTED - CURRENCY NOT IN BALANCE **"
                       TO WS-BL-STATUS
                   PERFORM REJECT-BATCH
               WHEN WS-BATCH-CCY-OVERFLOW > ZERO
                   MOVE "** REJECTED - TOO MANY CURRENCIES **"
                       TO WS-BL-STATUS
                   PERFORM REJECT-BATCH
               WHEN WS-BATCH-BAD-FLAGS > ZERO
                   MOVE "** REJECTED - INVALID DEBIT/CREDIT FLAG **"
                       TO WS-BL-STATUS
                   PERFORM REJECT-BATCH
               WHEN WS-BATCH-BAD-ACCTS > ZERO
                   MOVE "** REJECTED - INVALID ACCOUNT(S) **"
                       TO WS-BL-STATUS
                   PERFORM REJECT-BATCH
               WHEN OTHER
                   MOVE "POSTED" TO WS-BL-STATUS
                   SET POST-PASS TO TRUE
                   ADD 1 TO WS-BATCHES-POSTED
                   ADD WS-BATCH-DEBITS TO WS-GT-DEBITS
                   ADD WS-BATCH-CREDITS TO WS-GT-CREDITS
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-BATCH-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * EACH CURRENCY WHOSE DEBITS AND CREDITS DIFFER IS LISTED ON    *
      * THE POSTING REPORT AHEAD OF THE BATCH LINE.                   *
      *****************************************************************
       CHECK-CURRENCY-BALANCE.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               IF WS-BC-DEBITS(WS-BC-IDX)
                       NOT = WS-BC-CREDITS(WS-BC-IDX)
                   ADD 1 TO WS-BATCH-UNBAL-CCY
                   MOVE WS-BATCH-SOURCE TO WS-EL-SOURCE
                   MOVE ZERO TO WS-EL-ENTRY-NO
                   MOVE SPACES TO WS-EL-ACCOUNT
                   MOVE SPACES TO WS-EL-ENTRY-TYPE
                   MOVE SPACES TO WS-EL-REASON
                   STRING WS-BC-CURRENCY(WS-BC-IDX)
                       " DEBITS NOT EQUAL CREDITS"
                       DELIMITED BY SIZE INTO WS-EL-REASON
                   END-STRING
                   WRITE REPORT-LINE FROM WS-ERROR-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       REJECT-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE 8 TO RETURN-CODE
           DISPLAY "GL BATCH " WS-BATCH-SOURCE " REJECTED - "
               "SEE GLPOSTRP.DAT".

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GI-HEADER TO TRUE
           MOVE WS-BATCH-SOURCE TO GI-BATCH-SOURCE
           MOVE WS-RUN-DATE TO GI-BATCH-DATE
           MOVE WS-PERIOD TO GI-GL-PERIOD
           MOVE ZERO TO GI-SEQUENCE
           MOVE WS-RUN-TIMESTAMP TO GI-HDR-CREATED
           WRITE GL-INTERFACE-RECORD.

       POST-ENTRY.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GI-DETAIL TO TRUE
           MOVE WS-BATCH-SOURCE TO GI-BATCH-SOURCE
           MOVE WS-RUN-DATE TO GI-BATCH-DATE
           MOVE WS-EN-PERIOD TO GI-GL-PERIOD
           MOVE WS-BATCH-SEQUENCE TO GI-SEQUENCE
           MOVE WS-EN-ACCOUNT TO GI-ACCOUNT
           MOVE WS-EN-DR-CR TO GI-DR-CR
           MOVE WS-EN-AMOUNT TO GI-AMOUNT
           MOVE WS-EN-CURRENCY TO GI-CURRENCY
           MOVE WS-EN-ENTRY-TYPE TO GI-ENTRY-TYPE
           MOVE WS-EN-REFERENCE TO GI-REFERENCE
           MOVE WS-EN-DATE TO GI-ENTRY-DATE
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO WS-LINES-POSTED
           IF WS-EN-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-LINES-OTHER-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EN-ACCOUNT TO SR-ACCOUNT
           MOVE WS-EN-CURRENCY TO SR-CURRENCY
           MOVE WS-EN-DR-CR TO SR-DR-CR
           MOVE WS-EN-AMOUNT TO SR-AMOUNT
           RELEASE SORT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GI-TRAILER TO TRUE
           MOVE WS-BATCH-SOURCE TO GI-BATCH-SOURCE
           MOVE WS-RUN-DATE TO GI-BATCH-DATE
           MOVE WS-PERIOD TO GI-GL-PERIOD
           MOVE WS-BATCH-SEQUENCE TO GI-TRL-COUNT
           MOVE WS-BATCH-DEBITS TO GI-TRL-DEBITS
           MOVE WS-BATCH-CREDITS TO GI-TRL-CREDITS
           WRITE GL-INTERFACE-RECORD.

      *****************************************************************
      * TRIAL BALANCE OF EVERYTHING POSTED THIS RUN FOR THE RUN'S GL  *
      * PERIOD, ONE LINE PER ACCOUNT AND CURRENCY. NET IS DEBITS LESS *
      * CREDITS.                                                      *
      *****************************************************************
       PRINT-TRIAL-BALANCE.
           WRITE TB-REPORT-LINE FROM WS-TB-HEADER-1
               AFTER ADVANCING PAGE
           WRITE TB-REPORT-LINE FROM WS-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE TB-REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE TB-REPORT-LINE FROM WS-TB-COLUMN-HDR
               AFTER ADVANCING 1 LINE
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               MOVE SR-ACCOUNT TO WS-TB-ACCOUNT
               MOVE SR-CURRENCY TO WS-TB-CURRENCY
               MOVE ZERO TO WS-TB-DEBITS
               MOVE ZERO TO WS-TB-CREDITS
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-ACCOUNT NOT = WS-TB-ACCOUNT
                       OR SR-CURRENCY NOT = WS-TB-CURRENCY
                   IF SR-DEBIT
                       ADD SR-AMOUNT TO WS-TB-DEBITS
                   ELSE
                       ADD SR-AMOUNT TO WS-TB-CREDITS
                   END-IF
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   END-RETURN
               END-PERFORM
               PERFORM PRINT-TB-ACCOUNT-LINE
           END-PERFORM
           MOVE SPACES TO WS-TL-ACCOUNT
           MOVE "TOTAL" TO WS-TL-DESCRIPTION
           MOVE SPACES TO WS-TL-CURRENCY
           MOVE WS-GT-TB-DEBITS TO WS-TL-DEBITS
           MOVE WS-GT-TB-CREDITS TO WS-TL-CREDITS
           COMPUTE WS-TB-NET = WS-GT-TB-DEBITS - WS-GT-TB-CREDITS
           MOVE WS-TB-NET TO WS-TL-NET
           WRITE TB-REPORT-LINE FROM WS-TB-LINE
               AFTER ADVANCING 2 LINES.

       PRINT-TB-ACCOUNT-LINE.
           ADD 1 TO WS-TB-ACCOUNTS
           MOVE WS-TB-ACCOUNT TO WS-TL-ACCOUNT
           MOVE WS-TB-ACCOUNT TO CA-ACCOUNT
           READ CHART-OF-ACCOUNTS
               INVALID KEY CONTINUE
           END-READ
           IF CA-OK
               MOVE CA-DESCRIPTION TO WS-TL-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-TL-DESCRIPTION
           END-IF
           MOVE WS-TB-CURRENCY TO WS-TL-CURRENCY
           MOVE WS-TB-DEBITS TO WS-TL-DEBITS
           MOVE WS-TB-CREDITS TO WS-TL-CREDITS
           COMPUTE WS-TB-NET = WS-TB-DEBITS - WS-TB-CREDITS
           MOVE WS-TB-NET TO WS-TL-NET
           ADD WS-TB-DEBITS TO WS-GT-TB-DEBITS
           ADD WS-TB-CREDITS TO WS-GT-TB-CREDITS
           WRITE TB-REPORT-LINE FROM WS-TB-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "GL POSTING COMPLETE"
           DISPLAY "======================================"
           DISPLAY "GL PERIOD: " WS-PERIOD
           DISPLAY "BATCHES POSTED: " WS-BATCHES-POSTED
           DISPLAY "BATCHES REJECTED: " WS-BATCHES-REJECTED
           DISPLAY "BATCHES EMPTY: " WS-BATCHES-EMPTY
           DISPLAY "LINES POSTED: " WS-LINES-POSTED
           DISPLAY "LINES FOR ANOTHER PERIOD (NOT IN TB): "
               WS-LINES-OTHER-PERIOD
           DISPLAY "TOTAL DEBITS POSTED:  " WS-GT-DEBITS
           DISPLAY "TOTAL CREDITS POSTED: " WS-GT-CREDITS
           DISPLAY "TRIAL BALANCE LINES: " WS-TB-ACCOUNTS
           DISPLAY "======================================"
           CLOSE CHART-OF-ACCOUNTS
           CLOSE GL-INTERFACE-FILE
           CLOSE POSTING-REPORT
           CLOSE TRIAL-BALANCE-REPORT.
