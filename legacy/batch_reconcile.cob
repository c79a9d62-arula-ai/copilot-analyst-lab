      * EXTERNAL DETAILS AND SORTED FEES) BY THE BALANCE-LINE MATCH   *
      * AND FEE MERGE. FIRST-RECORD-PER-TRANS-ID SEMANTICS ARE THE    *
      * SAME BEHAVIOR THE OLD LINEAR TABLE SCAN HAD.                  *
      * WM-MATCH-KEY (PROCESSOR + TRANSACTION ID) IS A SECOND         *
      * ALTERNATE KEY: THE MATCH WALKS IT SO EACH PROCESSOR'S ITEMS   *
      * MEET ONLY THE INTERNAL ITEMS ROUTED TO THAT PROCESSOR. THE    *
      * FEE MERGE STILL WALKS WM-TRANS-ID - FEES.DAT CARRIES NO       *
      * PROCESSOR.                                                    *
      *****************************************************************
           SELECT WORK-MATCH-FILE ASSIGN TO "RECONWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WM-SEQ-KEY
               ALTERNATE RECORD KEY IS WM-MATCH-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS WM-TRANS-ID WITH DUPLICATES
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTAL.DAT"
           SELECT OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT OPTIONAL RESOLUTION-FEED ASSIGN TO "VARRESOL.DAT"
               ORGANIZATION IS SEQUENTIAL
               88  INT-SETTLED     VALUE "SE".
               88  INT-CANCELLED   VALUE "CN".
           05  INT-TIMESTAMP       PIC X(26).
           05  INT-PROCESSOR-ID    PIC X(4).
           05  FILLER              PIC X(46).

      *****************************************************************
      * HD/DT/TR SHARE ONE PHYSICAL LAYOUT. ON A TRAILER ROW THE      *
      * DECLARED RECORD COUNT AND HASH TOTAL FOR VALIDATION AGAINST   *
      * WHAT WAS ACTUALLY READ. INT-BATCH-NUM ITSELF IS AT THE SAME   *
      * OFFSET ON EVERY RECORD TYPE, SO IT NEEDS NO REDEFINITION.     *
      * INT-PROCESSOR-ID (THE CARD PROCESSOR THE ITEM WAS ROUTED TO,  *
      * SPACES FOR THE PRIMARY PROCESSOR) IS LIKEWISE AT THE SAME     *
      * OFFSET ON HD, DT AND TR ROWS: A BATCH BELONGS TO ONE          *
      * PROCESSOR. THE EXTERNAL FEED CARRIES EXT-PROCESSOR-ID THE     *
      * SAME WAY. BOTH WERE TAKEN FROM FILLER, SO THE RECORD LENGTHS  *
      * ARE UNCHANGED.                                                *
      *****************************************************************
       01  INT-TRAILER-RECORD REDEFINES INT-TRANS-RECORD.
           05  FILLER              PIC X(10).
               88  EXT-VOID        VALUE "VD".
           05  EXT-PROC-TIME       PIC X(26).
           05  EXT-FEES            PIC S9(7)V99 COMP-3.
           05  EXT-PROCESSOR-ID    PIC X(4).
           05  FILLER              PIC X(31).

       01  EXT-TRAILER-RECORD REDEFINES EXT-TRANS-RECORD.
           05  FILLER              PIC X(10).
           05  MT-MATCH-TYPE       PIC X(10).
           05  MT-TIMESTAMP        PIC X(26).
           05  MT-PIECE-COUNT      PIC 9(3).
           05  MT-CYCLE-SEQ        PIC 9(2).
      *****************************************************************
      * MT-PROCESSOR-ID / VAR-PROCESSOR-ID / TOL-PROCESSOR-ID NAME    *
      * THE CARD PROCESSOR (SPACES = THE PRIMARY PROCESSOR). A FILE   *
      * WRITTEN BEFORE THESE FIELDS WERE ADDED NEEDS ITS ONE-TIME     *
      * RECORD-LENGTH CONVERSION FIRST (PROCESSOR SPACES).            *
      *****************************************************************
           05  MT-PROCESSOR-ID     PIC X(4).
      *****************************************************************
      * MT-EXT-FEES IS THE PROCESSOR'S EXT-FEES SUMMED OVER THE       *
      * MATCHED GROUP'S PIECES, SO MERCH-PAYOUT CAN DEDUCT THE FEES   *
      * ON EVERY CYCLE'S MATCHES, NOT JUST THE LAST EXTTRAN.DAT'S. A  *
      * FILE WRITTEN BEFORE IT WAS ADDED NEEDS ITS ONE-TIME RECORD-   *
      * LENGTH CONVERSION FIRST (FEES ZERO).                          *
      *****************************************************************
           05  MT-EXT-FEES         PIC S9(9)V99 COMP-3.
       
       FD  VARIANCE-FILE.
       01  VARIANCE-RECORD.
           05  VAR-DIFFERENCE      PIC S9(9)V99 COMP-3.
           05  VAR-BATCH-NUM       PIC X(8).
           05  VAR-DETAILS         PIC X(100).
           05  VAR-CYCLE-SEQ       PIC 9(2).
           05  VAR-PROCESSOR-ID    PIC X(4).
       
       FD  RECON-REPORT.
       01  REPORT-LINE             PIC X(132).
           05  TOL-TRANS-TYPE      PIC X(4).
           05  TOL-AMOUNT          PIC S9(7)V99 COMP-3.
           05  TOL-PERCENT         PIC 9V9999.
           05  TOL-PROCESSOR-ID    PIC X(4).

      *****************************************************************
      * CHECKPOINT-FILE HOLDS A SINGLE RECORD - THE MOST RECENT       *
           05  CP-BATCH-EXT-CNT    PIC 9(6).
           05  CP-BATCH-EXT-AMT    PIC S9(13)V99 COMP-3.
           05  CP-BATCH-ERROR-FLAG PIC X.
           05  CP-CYCLE-SEQ        PIC 9(2).
           05  CP-PROCESSOR-COUNT  PIC 9(2).
      *****************************************************************
      * SAVED IMAGE OF WS-PROCESSOR-TABLE (10 ENTRIES OF 48 BYTES) SO *
      * A RESTART RESUMES THE PER-PROCESSOR TOTALS TOO.               *
      *****************************************************************
           05  CP-PROCESSOR-TABLE  PIC X(480).

       FD  WORK-MATCH-FILE.
       01  WORK-MATCH-RECORD.
           05  WM-SEQ-KEY          PIC 9(8).
           05  WM-MATCH-KEY.
               10  WM-PROCESSOR-ID PIC X(4).
               10  WM-TRANS-ID     PIC X(16).
           05  WM-AMOUNT           PIC S9(11)V99 COMP-3.
           05  WM-MATCHED          PIC X VALUE 'N'.
           05  WM-CURRENCY         PIC X(3).
               88  WM-INT-APPROVED  VALUE "AP".
               88  WM-INT-SETTLED   VALUE "SE".
               88  WM-INT-CANCELLED VALUE "CN".
           05  WM-MATCH-CYCLE      PIC 9(2).

       FD  FEES-FILE.
       01  FEES-RECORD.
       FD  OPEN-VARIANCE-FILE.
           COPY "openvar.cpy".

      *****************************************************************
      * RS-PROCESSOR-ID NAMES THE PROCESSOR OF THE ITEM BEING CLOSED  *
      * (SPACES = THE PRIMARY PROCESSOR), THE OTHER HALF OF THE       *
      * OPENVAR.DAT KEY. A FEED WRITTEN BEFORE IT WAS ADDED NEEDS ITS *
      * ONE-TIME RECORD-LENGTH CONVERSION FIRST (PROCESSOR SPACES).   *
      *****************************************************************
       FD  RESOLUTION-FEED.
       01  RESOLUTION-RECORD.
           05  RS-TRANS-ID         PIC X(16).
           05  RS-RESOLVE-CODE     PIC X(4).
           05  RS-OPERATOR         PIC X(8).
           05  RS-RESOLVE-DATE     PIC 9(8).
           05  RS-PROCESSOR-ID     PIC X(4).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.

       SD  SORT-EXT-WORK.
       01  SORT-EXT-RECORD.
           05  SX-MATCH-KEY.
               10  SX-PROCESSOR-ID PIC X(4).
               10  SX-TRANS-ID     PIC X(16).
           05  SX-SEQ              PIC 9(8).
           05  SX-AMOUNT           PIC S9(11)V99 COMP-3.
           05  SX-TRANS-CODE       PIC X(4).
               88  RUNC-FILE-NOT-EXIST VALUE "35".
           05  WS-RUNC-PROGRAM-ID  PIC X(17) VALUE "BATCH-RECONCILE".
           05  WS-RUNC-PRED-ID     PIC X(17) VALUE "CUSTOMER-RISK".
           05  WS-RUNC-PRED-CYCLE  PIC 9(2) VALUE ZERO.
           05  WS-RERUN-OVERRIDE   PIC X(1).
               88  RERUN-OVERRIDE-ON VALUE 'Y'.

           05  WS-BATCH-EXT-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-INT-HDR-BATCH    PIC X(8) VALUE SPACES.
           05  WS-EXT-HDR-BATCH    PIC X(8) VALUE SPACES.
           05  WS-INT-HDR-PROC     PIC X(4) VALUE SPACES.
           05  WS-EXT-HDR-PROC     PIC X(4) VALUE SPACES.
           05  WS-BATCH-PROC-BAD   PIC X VALUE 'N'.
           05  WS-BATCH-ERROR-FLAG PIC X VALUE 'N'.
               88  BATCH-CONTROLS-BAD VALUE 'Y'.

      *****************************************************************
      * FULL TOLERANCE TABLE - EVERY TOL-TRANS-TYPE ROW FROM           *
      * TOLERANCE.DAT IS KEPT (NOT JUST "DFLT") SO EACH TRANSACTION   *
      * TYPE CAN HAVE ITS OWN VARIANCE BAND. A ROW WITH A PROCESSOR   *
      * ID APPLIES TO THAT PROCESSOR ONLY AND WINS OVER THE ROW OF    *
      * THE SAME TYPE WITH SPACES (WHICH COVERS EVERY PROCESSOR).     *
      *****************************************************************
       01  WS-TOLERANCE-TABLE.
           05  WS-TOL-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-TOL-IDX.
               10  WS-TOL-TYPE     PIC X(4).
               10  WS-TOL-AMOUNT   PIC S9(7)V99 COMP-3.
               10  WS-TOL-PERCENT  PIC 9V9999.
               10  WS-TOL-PROCESSOR PIC X(4).
       01  WS-TOLERANCE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-TOL-SEARCH.
           05  WS-TOL-SEARCH-TYPE  PIC X(4).
           05  WS-TOL-SEARCH-PROC  PIC X(4).
           05  WS-TOL-FOUND        PIC X VALUE 'N'.
       
       01  WS-CALCULATIONS.
           05  WS-AMOUNT-DIFF      PIC S9(11)V99 COMP-3.
           05  WS-FEE-DIFF-AMT     PIC S9(9)V99 COMP-3.
           05  WS-FEE-ABS-DIFF     PIC S9(9)V99 COMP-3.
           05  WS-FEE-TOL-APPLIED  PIC S9(7)V99 COMP-3.
           05  WS-FEE-USE-TOL-AMT  PIC S9(7)V99 COMP-3.
           05  WS-FEE-USE-TOL-PCT  PIC 9V9999.
           05  WS-FEES-LOADED      PIC 9(8) VALUE ZERO.

      *****************************************************************
      * CHECK SEES THE WHOLE GROUP.                                   *
      *****************************************************************
       01  WS-EXT-GROUP.
           05  WS-GRP-MATCH-KEY.
               10  WS-GRP-PROCESSOR-ID PIC X(4).
               10  WS-GRP-TRANS-ID PIC X(16).
           05  WS-GRP-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-GRP-FEES         PIC S9(7)V99 COMP-3.
           05  WS-GRP-TRANS-CODE   PIC X(4).
      *****************************************************************
       01  WS-BL-INT-EOF           PIC X VALUE 'N'.

      *****************************************************************
      * PER-PROCESSOR TOTALS FOR THE RUN, IN ORDER OF FIRST           *
      * APPEARANCE. THEY FEED THE PROCESSOR SECTION OF THE REPORT AND *
      * ONE CTLTOTAL.DAT ROW PER PROCESSOR, SO EACH PROCESSOR CAN BE  *
      * PROVED AND DISPUTED ON ITS OWN. THE FIGURES ADD UP TO THE RUN *
      * TOTALS ABOVE. FIXED TABLE, WARN AND DROP ON OVERFLOW.         *
      *****************************************************************
       01  WS-PROCESSOR-TABLE.
           05  WS-PT-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-PT-IDX.
               10  WS-PT-PROCESSOR-ID  PIC X(4).
               10  WS-PT-EXT-COUNT     PIC 9(8).
               10  WS-PT-EXT-AMT       PIC S9(13)V99 COMP-3.
               10  WS-PT-MATCHED-COUNT PIC 9(8).
               10  WS-PT-MATCHED-AMT   PIC S9(13)V99 COMP-3.
               10  WS-PT-VARIANCE-COUNT PIC 9(6).
               10  WS-PT-FEE-DIFF-COUNT PIC 9(6).
       01  WS-PROCESSOR-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-LOOKUP-PROCESSOR     PIC X(4).

       01  WS-OPEN-VAR-COUNTERS.
           05  WS-OV-OPENED-CNT    PIC 9(6) VALUE ZERO.
           05  WS-OV-UPDATED-CNT   PIC 9(6) VALUE ZERO.
           05  WS-EXT-SEQ-NUM          PIC 9(8) VALUE ZERO.
           05  WS-RESTART-EXT-SEQ      PIC 9(8) VALUE ZERO.
           05  WS-RESTART-PARM         PIC X(8).

      *****************************************************************
      * SETTLEMENT CYCLE CONTROLS. THE PROCESSOR SENDS EXTTRAN.DAT    *
      * MORE THAN ONCE A DAY AND EACH FILE IS RECONCILED AS ITS OWN   *
      * CYCLE (SETTLE_CYCLE IN THE ENVIRONMENT, DEFAULT 1). CYCLE 1   *
      * BUILDS RECONWRK.DAT FROM INTTRAN.DAT; A LATER CYCLE REUSES IT *
      * AND MATCHES ONLY WHAT THE EARLIER CYCLES LEFT OPEN.           *
      * FINAL_CYCLE=N MARKS A CYCLE WITH MORE TO COME: INTERNAL ITEMS *
      * STILL UNMATCHED AT ITS END ARE HELD PENDING FOR THE NEXT      *
      * CYCLE INSTEAD OF BEING RAISED AS MISSING-EXTERN. WITH NEITHER *
      * SET A RUN IS CYCLE 1 AND FINAL - THE SINGLE DAILY             *
      * RECONCILIATION AS BEFORE.                                     *
      *****************************************************************
       01  WS-SETTLE-CYCLE-CONTROLS.
           05  WS-SETTLE-CYCLE     PIC 9(2) VALUE 1.
           05  WS-SETTLE-CYCLE-PARM PIC X(2).
           05  WS-FINAL-CYCLE-FLAG PIC X VALUE 'Y'.
               88  FINAL-CYCLE     VALUE 'Y'.
           05  WS-PRIOR-CYCLE-HIT  PIC X VALUE 'N'.
           05  WS-PENDING-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-PENDING-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.
       
       01  WS-COUNTERS.
           05  WS-WM-SEQ           PIC 9(8) VALUE ZERO.
           05  WS-HEADER-2.
               10  FILLER          PIC X(10) VALUE "DATE: ".
               10  WS-RPT-DATE     PIC X(10).
               10  FILLER          PIC X(10) VALUE SPACES.
               10  FILLER          PIC X(7) VALUE "CYCLE: ".
               10  WS-RPT-CYCLE    PIC Z9.
               10  FILLER          PIC X(31) VALUE SPACES.
               10  FILLER          PIC X(10) VALUE "PAGE: ".
               10  WS-RPT-PAGE     PIC ZZZ9.
               10  FILLER          PIC X(48) VALUE SPACES.
           05  WS-DL-STATUS        PIC X(15).
           05  FILLER              PIC X(57) VALUE SPACES.
       
       01  WS-PROCESSOR-HDR.
           05  FILLER              PIC X(11) VALUE "PROCESSOR".
           05  FILLER              PIC X(14) VALUE "EXT RECORDS".
           05  FILLER              PIC X(22) VALUE "EXT AMOUNT".
           05  FILLER              PIC X(12) VALUE "MATCHED".
           05  FILLER              PIC X(22) VALUE "MATCHED AMOUNT".
           05  FILLER              PIC X(12) VALUE "VARIANCES".
           05  FILLER              PIC X(39) VALUE "FEE DIFFS".

       01  WS-PROCESSOR-LINE.
           05  WS-PL-PROCESSOR     PIC X(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-EXT-COUNT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-EXT-AMT       PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-PL-MATCHED-COUNT PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-PL-MATCHED-AMT   PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-PL-VARIANCES     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-PL-FEE-DIFFS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(30).
           05  FILLER              PIC X(5) VALUE SPACES.
      *****************************************************************
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
      * RUN-CONTROL GATE RUNS BEFORE ANY OUTPUT FILE IS OPENED, SO A  *
      * REFUSED START CLOBBERS NOTHING. A CHECKPOINT RESTART IS AN    *
      * EXPLICIT OPERATOR ACTION AND BYPASSES THE OWN-STATUS CHECK    *
      * THE SAME WAY RERUN_OVERRIDE=Y DOES. A LATER SETTLEMENT CYCLE  *
      * APPENDS TO THE DAY'S MATCHED.DAT, VARIANCE.DAT AND            *
      * RECONEXT.CSV THE SAME WAY A RESTART DOES, SO THOSE FILES      *
      * COVER THE WHOLE BUSINESS DATE.                                *
      *****************************************************************
       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-CTL-RUN-DATE
               MOVE WS-CTL-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           MOVE WS-CTL-RUN-DATE TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CTL-RUN-TIMESTAMP
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
               MOVE "RECONCIL" TO WS-OPERATOR-ID
           END-IF
           PERFORM ESTABLISH-SETTLE-CYCLE
           PERFORM ESTABLISH-RESTART-PARM
           PERFORM CHECK-RUN-CONTROL

           OPEN INPUT INTERNAL-TRANS
           OPEN INPUT EXTERNAL-TRANS
           OPEN INPUT TOLERANCE-TABLE
           IF WS-RESTART-EXT-SEQ > ZERO OR WS-SETTLE-CYCLE > 1
               OPEN EXTEND MATCHED-FILE
               OPEN EXTEND VARIANCE-FILE
               OPEN EXTEND RECON-EXTRACT
           END-IF
           PERFORM STAMP-RUN-START.

      *****************************************************************
      * A CYCLE IS REFUSED IF THAT CYCLE HAS ALREADY STARTED OR       *
      * COMPLETED, OR IF A FINAL CYCLE HAS ALREADY CLOSED THE DAY     *
      * (THE CYCLE 00 ROW IS ON FILE).                                *
      *****************************************************************
       CHECK-OWN-RUN-STATUS.
           MOVE WS-CTL-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE WS-SETTLE-CYCLE TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF RUNC-OK
               DISPLAY "RUN REFUSED: " WS-RUNC-PROGRAM-ID
                   " CYCLE " WS-SETTLE-CYCLE
                   " ALREADY STARTED/COMPLETED FOR " WS-CTL-RUN-DATE
               DISPLAY "SET RERUN_OVERRIDE=Y TO RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF RUNC-OK
               DISPLAY "RUN REFUSED: " WS-RUNC-PROGRAM-ID
                   " FINAL CYCLE ALREADY RAN FOR " WS-CTL-RUN-DATE
               DISPLAY "SET RERUN_OVERRIDE=Y TO RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * CYCLE 1 WAITS FOR CUSTOMER-RISK'S DAY ROW; EVERY LATER CYCLE  *
      * WAITS FOR THE CYCLE BEFORE IT, WHICH BUILT OR LAST UPDATED    *
      * THE WORK FILE IT IS ABOUT TO REUSE.                           *
      *****************************************************************
       CHECK-PREDECESSOR-STATUS.
           MOVE WS-CTL-RUN-DATE TO RUN-BUSINESS-DATE
           IF WS-SETTLE-CYCLE > 1
               MOVE WS-RUNC-PROGRAM-ID TO WS-RUNC-PRED-ID
               COMPUTE WS-RUNC-PRED-CYCLE = WS-SETTLE-CYCLE - 1
           END-IF
           MOVE WS-RUNC-PRED-ID TO RUN-PROGRAM-ID
           MOVE WS-RUNC-PRED-CYCLE TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT RUNC-OK OR NOT RUN-STAT-COMPLETE
               DISPLAY "RUN REFUSED: PREDECESSOR " WS-RUNC-PRED-ID
                   " CYCLE " WS-RUNC-PRED-CYCLE
                   " HAS NOT COMPLETED FOR " WS-CTL-RUN-DATE
               DISPLAY "SET RERUN_OVERRIDE=Y TO OVERRIDE"
               MOVE 8 TO RETURN-CODE
       STAMP-RUN-START.
           MOVE WS-CTL-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE WS-SETTLE-CYCLE TO RUN-CYCLE-SEQ
           SET RUN-STAT-RUNNING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
       STAMP-RUN-COMPLETE.
           MOVE WS-CTL-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE WS-SETTLE-CYCLE TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
               MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               REWRITE RUN-CONTROL-RECORD
               IF FINAL-CYCLE
                   PERFORM STAMP-DAY-COMPLETE
               END-IF
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *****************************************************************
      * THE FINAL CYCLE CLOSES THE DAY: THE CYCLE 00 ROW IS WHAT      *
      * INVENTORY-UPDATE AND ANY OTHER SUCCESSOR CHECK, SO IT IS      *
      * WRITTEN ONLY ONCE EVERY CYCLE OF THE BUSINESS DATE IS DONE.   *
      * IT CARRIES THE FINAL CYCLE'S TIMESTAMPS AND RETURN CODE.      *
      *****************************************************************
       STAMP-DAY-COMPLETE.
           MOVE ZERO TO RUN-CYCLE-SEQ
           WRITE RUN-CONTROL-RECORD
               INVALID KEY REWRITE RUN-CONTROL-RECORD
           END-WRITE.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY OPEN-VARIANCE FILE, SAME      *
      * PATTERN AS INVENTORY-UPDATE'S OPEN-SALES-HISTORY-FILE.        *
           CLOSE RESOLUTION-FEED.

       APPLY-ONE-RESOLUTION.
           MOVE RS-PROCESSOR-ID TO OV-PROCESSOR-ID
           MOVE RS-TRANS-ID TO OV-TRANS-ID
           READ OPEN-VARIANCE-FILE
               INVALID KEY CONTINUE
               ADD 1 TO WS-OV-RESOL-UNKNOWN
           END-IF.

      *****************************************************************
      * SETTLE_CYCLE IS ONE OR TWO DIGITS, 1-99; ANYTHING ELSE IS     *
      * REFUSED BEFORE THE RUN-CONTROL ROW IS STAMPED. A LATER CYCLE  *
      * NEEDS THE WORK FILE AN EARLIER CYCLE LEFT BEHIND.             *
      *****************************************************************
       ESTABLISH-SETTLE-CYCLE.
           ACCEPT WS-SETTLE-CYCLE-PARM FROM ENVIRONMENT "SETTLE_CYCLE"
           IF WS-SETTLE-CYCLE-PARM NOT = SPACES
                   AND WS-SETTLE-CYCLE-PARM NOT = LOW-VALUES
               IF WS-SETTLE-CYCLE-PARM(2:1) = SPACE
                   MOVE WS-SETTLE-CYCLE-PARM(1:1)
                       TO WS-SETTLE-CYCLE-PARM(2:1)
                   MOVE "0" TO WS-SETTLE-CYCLE-PARM(1:1)
               END-IF
               IF WS-SETTLE-CYCLE-PARM IS NOT NUMERIC
                       OR WS-SETTLE-CYCLE-PARM = "00"
                   DISPLAY "RUN REFUSED: SETTLE_CYCLE MUST BE 1-99, "
                       "GOT " WS-SETTLE-CYCLE-PARM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SETTLE-CYCLE-PARM TO WS-SETTLE-CYCLE
           END-IF
           ACCEPT WS-FINAL-CYCLE-FLAG FROM ENVIRONMENT "FINAL_CYCLE"
           IF WS-FINAL-CYCLE-FLAG NOT = 'N'
               MOVE 'Y' TO WS-FINAL-CYCLE-FLAG
           END-IF
           MOVE WS-SETTLE-CYCLE TO WS-RPT-CYCLE
           IF WS-SETTLE-CYCLE > 1
               OPEN INPUT WORK-MATCH-FILE
               IF NOT WORK-OK
                   DISPLAY "RUN REFUSED: NO RECONWRK.DAT FROM AN "
                       "EARLIER CYCLE - STATUS " WS-WORK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE WORK-MATCH-FILE
           END-IF
           IF FINAL-CYCLE
               DISPLAY "SETTLEMENT CYCLE " WS-SETTLE-CYCLE " (FINAL)"
           ELSE
               DISPLAY "SETTLEMENT CYCLE " WS-SETTLE-CYCLE
                   " (MORE TO COME)"
           END-IF.

       ESTABLISH-RESTART-PARM.
           ACCEPT WS-RESTART-PARM FROM COMMAND-LINE
           IF WS-RESTART-PARM NOT = SPACES
               MOVE CP-BATCH-EXT-CNT TO WS-BATCH-EXT-CNT
               MOVE CP-BATCH-EXT-AMT TO WS-BATCH-EXT-AMT
               MOVE CP-BATCH-ERROR-FLAG TO WS-BATCH-ERROR-FLAG
               MOVE CP-PROCESSOR-COUNT TO WS-PROCESSOR-COUNT
               MOVE CP-PROCESSOR-TABLE TO WS-PROCESSOR-TABLE
               IF CP-CYCLE-SEQ NOT = WS-SETTLE-CYCLE
                   DISPLAY "RUN REFUSED: CHECKPOINT IS FOR CYCLE "
                       CP-CYCLE-SEQ ", NOT CYCLE " WS-SETTLE-CYCLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

           MOVE WS-BATCH-EXT-CNT TO CP-BATCH-EXT-CNT
           MOVE WS-BATCH-EXT-AMT TO CP-BATCH-EXT-AMT
           MOVE WS-BATCH-ERROR-FLAG TO CP-BATCH-ERROR-FLAG
           MOVE WS-SETTLE-CYCLE TO CP-CYCLE-SEQ
           MOVE WS-PROCESSOR-COUNT TO CP-PROCESSOR-COUNT
           MOVE WS-PROCESSOR-TABLE TO CP-PROCESSOR-TABLE
           MOVE FUNCTION CURRENT-DATE TO CP-TIMESTAMP
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
       
      *****************************************************************
      * THE "DFLT" AND "FEE " ROWS WITH NO PROCESSOR ARE THE BANDS    *
      * EVERY PROCESSOR FALLS BACK TO; A PROCESSOR'S OWN DFLT/FEE     *
      * ROWS ARE FOUND THROUGH THE TABLE AT MATCH TIME.               *
      *****************************************************************
       LOAD-TOLERANCE-TABLE.
           READ TOLERANCE-TABLE
               AT END MOVE 'Y' TO WS-INT-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-INT-EOF-FLAG = 'Y'
                   OR WS-TOLERANCE-COUNT >= 50
               IF TOL-TRANS-TYPE = "DFLT"
                       AND TOL-PROCESSOR-ID = SPACES
                   MOVE TOL-AMOUNT TO WS-DEFAULT-TOL-AMT
                   MOVE TOL-PERCENT TO WS-DEFAULT-TOL-PCT
               END-IF
               IF TOL-TRANS-TYPE = "FEE"
                       AND TOL-PROCESSOR-ID = SPACES
                   MOVE TOL-AMOUNT TO WS-FEE-TOL-AMT
                   MOVE TOL-PERCENT TO WS-FEE-TOL-PCT
               END-IF
               MOVE TOL-TRANS-TYPE TO WS-TOL-TYPE(WS-TOL-IDX)
               MOVE TOL-AMOUNT TO WS-TOL-AMOUNT(WS-TOL-IDX)
               MOVE TOL-PERCENT TO WS-TOL-PERCENT(WS-TOL-IDX)
               MOVE TOL-PROCESSOR-ID TO WS-TOL-PROCESSOR(WS-TOL-IDX)
               READ TOLERANCE-TABLE
                   AT END MOVE 'Y' TO WS-INT-EOF-FLAG
               END-READ
      * FLAG SET BEFORE THE ABEND) AND DOUBLE-COUNT THE INTERNAL       *
      * TOTALS, SO A RESTART SKIPS STRAIGHT TO RECONCILE-EXTERNAL-FILE *
      * AND LEAVES THE EXISTING RECONWRK.DAT UNTOUCHED.                *
      * A LATER SETTLEMENT CYCLE ALSO KEEPS THE WORK FILE: IT IS THE  *
      * LIST OF WHAT IS STILL OPEN. ITS INTERNAL TOTALS ARE THE ITEMS *
      * THE EARLIER CYCLES LEFT UNMATCHED.                            *
      *****************************************************************
       BUILD-INTERNAL-TABLE.
           IF WS-RESTART-EXT-SEQ > ZERO
               DISPLAY "RESTART: REUSING WORK-MATCH-FILE FROM PRIOR RUN"
               CLOSE INTERNAL-TRANS
           ELSE IF WS-SETTLE-CYCLE > 1
               PERFORM COUNT-CARRIED-INTERNAL
               CLOSE INTERNAL-TRANS
           ELSE
               OPEN OUTPUT WORK-MATCH-FILE
               READ INTERNAL-TRANS
                   EVALUATE TRUE
                       WHEN INT-HEADER
                           MOVE INT-BATCH-NUM TO WS-INT-HDR-BATCH
                           MOVE INT-PROCESSOR-ID TO WS-INT-HDR-PROC
                           MOVE 'N' TO WS-BATCH-PROC-BAD
                           MOVE ZERO TO WS-BATCH-INT-CNT
                           MOVE ZERO TO WS-BATCH-INT-AMT
                       WHEN INT-DETAIL
                           IF INT-PROCESSOR-ID NOT = WS-INT-HDR-PROC
                               MOVE 'Y' TO WS-BATCH-PROC-BAD
                           END-IF
                           ADD 1 TO WS-WM-SEQ
                           MOVE WS-WM-SEQ TO WM-SEQ-KEY
                           MOVE INT-PROCESSOR-ID TO WM-PROCESSOR-ID
                           MOVE INT-TRANS-ID TO WM-TRANS-ID
                           MOVE INT-AMOUNT TO WM-AMOUNT
                           MOVE 'N' TO WM-MATCHED
                           MOVE ZERO TO WM-FEE-AMOUNT
                           MOVE 'N' TO WM-FEE-FOUND
                           MOVE INT-STATUS TO WM-STATUS
                           MOVE ZERO TO WM-MATCH-CYCLE
                           WRITE WORK-MATCH-RECORD
                           ADD 1 TO WS-INT-COUNT
                           ADD INT-AMOUNT TO WS-INT-TOTAL-AMT
               CLOSE INTERNAL-TRANS
           END-IF.

       COUNT-CARRIED-INTERNAL.
           DISPLAY "CYCLE " WS-SETTLE-CYCLE ": MATCHING AGAINST ITEMS "
               "LEFT OPEN BY EARLIER CYCLES"
           OPEN INPUT WORK-MATCH-FILE
           READ WORK-MATCH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INT-EOF-FLAG
           END-READ
           PERFORM UNTIL WS-INT-EOF-FLAG = 'Y'
               IF WM-MATCHED = 'N'
                   ADD 1 TO WS-INT-COUNT
                   ADD WM-AMOUNT TO WS-INT-TOTAL-AMT
               END-IF
               READ WORK-MATCH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INT-EOF-FLAG
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-INT-EOF-FLAG
           CLOSE WORK-MATCH-FILE.

      *****************************************************************
      * COMPARE THE TRAILER'S DECLARED BATCH-ID/COUNT/HASH AGAINST    *
      * WHAT WAS ACTUALLY ACCUMULATED SINCE THE MATCHING HEADER. A    *
      * MISMATCH SETS WS-BATCH-ERROR-FLAG SO MAIN-PROCESS CAN ABEND   *
      * BEFORE PRINT-SUMMARY-REPORT RUNS. EACH BATCH IS ONE           *
      * PROCESSOR'S: THE TRAILER AND EVERY DETAIL ROW MUST CARRY THE  *
      * HEADER'S PROCESSOR ID, AND EVERY MESSAGE NAMES IT.            *
      *****************************************************************
       VALIDATE-INTERNAL-BATCH.
           IF INT-BATCH-NUM NOT = WS-INT-HDR-BATCH
               DISPLAY "BATCH ID MISMATCH ON INTERNAL TRAILER: HEADER="
                   WS-INT-HDR-BATCH " TRAILER=" INT-BATCH-NUM
                   " PROCESSOR=" WS-INT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF INT-PROCESSOR-ID NOT = WS-INT-HDR-PROC
               DISPLAY "PROCESSOR MISMATCH ON INTERNAL TRAILER "
                   WS-INT-HDR-BATCH ": HEADER=" WS-INT-HDR-PROC
                   " TRAILER=" INT-PROCESSOR-ID
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF WS-BATCH-PROC-BAD = 'Y'
               DISPLAY "DETAIL ROW FOR ANOTHER PROCESSOR IN INTERNAL "
                   "BATCH " WS-INT-HDR-BATCH ": HEADER PROCESSOR="
                   WS-INT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF INT-TRL-COUNT NOT = WS-BATCH-INT-CNT
               DISPLAY "RECORD COUNT MISMATCH ON INTERNAL BATCH "
                   WS-INT-HDR-BATCH ": TRAILER=" INT-TRL-COUNT
                   " ACTUAL=" WS-BATCH-INT-CNT
                   " PROCESSOR=" WS-INT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF INT-TRL-HASH NOT = WS-BATCH-INT-AMT
               DISPLAY "HASH TOTAL MISMATCH ON INTERNAL BATCH "
                   WS-INT-HDR-BATCH ": TRAILER=" INT-TRL-HASH
                   " ACTUAL=" WS-BATCH-INT-AMT
                   " PROCESSOR=" WS-INT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF.

      * ID, SPACE-PADDED TO 16). SKIPPED ON RESTART FOR THE SAME      *
      * REASON BUILD-INTERNAL-TABLE IS: THE FLAGS WERE ALREADY POSTED *
      * ON THE ORIGINAL RUN AND THE WORK FILE MUST NOT BE DISTURBED.  *
      * A LATER SETTLEMENT CYCLE SKIPS IT TOO - CYCLE 1 POSTED THEM.  *
      * A FEE WITH NO INTERNAL TRANSACTION IS SIMPLY NOT POSTED - THE *
      * EXTERNAL SIDE WILL RAISE ITS OWN MISSING-INTRNL IF IT SHOWS.  *
      *****************************************************************
       LOAD-FEE-RECORDS.
           IF WS-RESTART-EXT-SEQ > ZERO OR WS-SETTLE-CYCLE > 1
               CONTINUE
           ELSE
               OPEN INPUT FEES-FILE
               PERFORM READ-INTERNAL-CURSOR
           END-IF.

      *****************************************************************
      * SAME, IN WM-MATCH-KEY (PROCESSOR + TRANSACTION ID) ORDER FOR  *
      * THE MATCH PHASE.                                              *
      *****************************************************************
       START-MATCH-CURSOR.
           MOVE 'N' TO WS-BL-INT-EOF
           MOVE LOW-VALUES TO WM-MATCH-KEY
           START WORK-MATCH-FILE KEY IS NOT LESS THAN WM-MATCH-KEY
               INVALID KEY MOVE 'Y' TO WS-BL-INT-EOF
           END-START
           IF WS-BL-INT-EOF = 'N'
               PERFORM READ-INTERNAL-CURSOR
           END-IF.

       READ-INTERNAL-CURSOR.
           READ WORK-MATCH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BL-INT-EOF
      * EXTERNAL RECONCILIATION, IN TWO PHASES UNDER ONE SORT:        *
      *   PHASE 1 (INPUT PROCEDURE) STREAMS EXTTRAN.DAT IN ARRIVAL    *
      *   ORDER, VALIDATING EVERY HD/TR BATCH ENVELOPE AND RELEASING  *
      *   THE DT ROWS TO THE SORT KEYED BY PROCESSOR AND TRANSACTION  *
      *   ID, SO EACH PROCESSOR'S GROUPS MEET ONLY THE INTERNAL ITEMS *
      *   ROUTED TO THAT PROCESSOR.                                   *
      *   PHASE 2 (OUTPUT PROCEDURE) WALKS THE SORTED DETAILS, SUMS   *
      *   EACH TRANSACTION ID'S PIECES INTO ONE GROUP, AND MATCHES    *
      *   THE GROUP TOTAL AGAINST THE INTERNAL SIDE - SO A SPLIT      *
           MOVE ZERO TO WS-EXT-SEQ-NUM
           MOVE WS-CHECKPOINT-INTERVAL TO WS-NEXT-CKPT-SEQ
           SORT SORT-EXT-WORK
               ON ASCENDING KEY SX-MATCH-KEY SX-SEQ
               INPUT PROCEDURE IS VALIDATE-RELEASE-EXTERNAL
               OUTPUT PROCEDURE IS MATCH-SORTED-EXTERNAL.

               EVALUATE TRUE
                   WHEN EXT-HEADER
                       MOVE EXT-BATCH-NUM TO WS-EXT-HDR-BATCH
                       MOVE EXT-PROCESSOR-ID TO WS-EXT-HDR-PROC
                       MOVE 'N' TO WS-BATCH-PROC-BAD
                       MOVE ZERO TO WS-BATCH-EXT-CNT
                       MOVE ZERO TO WS-BATCH-EXT-AMT
                   WHEN EXT-DETAIL
                       IF EXT-PROCESSOR-ID NOT = WS-EXT-HDR-PROC
                           MOVE 'Y' TO WS-BATCH-PROC-BAD
                       END-IF
                       ADD 1 TO WS-RAW-EXT-SEQ
                       ADD 1 TO WS-BATCH-EXT-CNT
                       ADD EXT-AMOUNT TO WS-BATCH-EXT-AMT
                       MOVE EXT-PROCESSOR-ID TO SX-PROCESSOR-ID
                       MOVE EXT-TRANS-ID TO SX-TRANS-ID
                       MOVE WS-RAW-EXT-SEQ TO SX-SEQ
                       MOVE EXT-AMOUNT TO SX-AMOUNT

      *****************************************************************
      * THE MATCH WALKS THE SORTED GROUPS AND THE WORK FILE (IN WM-   *
      * MATCH-KEY ORDER) TOGETHER AS A TWO-FILE BALANCE LINE - NO     *
      * RANDOM START PER GROUP. INTERNAL RECORDS THE CURSOR PASSES    *
      * WITHOUT AN EXTERNAL GROUP KEEP WM-MATCHED = 'N' AND ARE       *
      * REPORTED BY IDENTIFY-UNMATCHED-INTERNAL, EXACTLY AS BEFORE.   *
      * GROUP'S ID SO THE TWO STREAMS STAY IN STEP.                   *
      *****************************************************************
       MATCH-SORTED-EXTERNAL.
           PERFORM START-MATCH-CURSOR
           MOVE 'N' TO WS-SORT-EOF-FLAG
           RETURN SORT-EXT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               PERFORM AGGREGATE-EXT-GROUP
               PERFORM UNTIL WS-BL-INT-EOF = 'Y'
                       OR WM-MATCH-KEY >= WS-GRP-MATCH-KEY
                   PERFORM READ-INTERNAL-CURSOR
               END-PERFORM
               IF WS-EXT-SEQ-NUM > WS-RESTART-EXT-SEQ

       ADVANCE-PAST-GROUP-ID.
           PERFORM UNTIL WS-BL-INT-EOF = 'Y'
                   OR WM-MATCH-KEY NOT = WS-GRP-MATCH-KEY
               PERFORM READ-INTERNAL-CURSOR
           END-PERFORM.

      *****************************************************************
      * COLLECT EVERY SORTED PIECE SHARING THE CURRENT PROCESSOR AND  *
      * TRANSACTION ID (THE FIRST PIECE IS ALREADY IN THE SORT RECORD *
      * AREA). ONE-PIECE GROUPS ARE THE ORDINARY ONE-TO-ONE CASE.     *
      *****************************************************************
       AGGREGATE-EXT-GROUP.
           MOVE SX-MATCH-KEY TO WS-GRP-MATCH-KEY
           MOVE SX-TRANS-CODE TO WS-GRP-TRANS-CODE
           MOVE SX-CURR-CODE TO WS-GRP-CURR-CODE
           MOVE SX-PROC-STATUS TO WS-GRP-PROC-STATUS
           MOVE 'N' TO WS-GRP-ANY-VOID

           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                   OR SX-MATCH-KEY NOT = WS-GRP-MATCH-KEY
               ADD 1 TO WS-EXT-SEQ-NUM
               ADD 1 TO WS-GRP-PIECE-COUNT
               ADD SX-AMOUNT TO WS-GRP-AMOUNT
       PROCESS-EXT-GROUP.
           PERFORM MATCH-TRANSACTION
           ADD WS-GRP-PIECE-COUNT TO WS-EXT-COUNT
           ADD WS-GRP-AMOUNT TO WS-EXT-TOTAL-AMT
           MOVE WS-GRP-PROCESSOR-ID TO WS-LOOKUP-PROCESSOR
           PERFORM FIND-PROCESSOR-ENTRY
           IF WS-PT-IDX > ZERO
               ADD WS-GRP-PIECE-COUNT TO WS-PT-EXT-COUNT(WS-PT-IDX)
               ADD WS-GRP-AMOUNT TO WS-PT-EXT-AMT(WS-PT-IDX)
           END-IF.

      *****************************************************************
      * FIND THE WS-PROCESSOR-TABLE ENTRY FOR WS-LOOKUP-PROCESSOR,    *
      * ADDING IT ON FIRST SIGHT. WS-PT-IDX COMES BACK ZERO WHEN THE  *
      * TABLE IS FULL.                                                *
      *****************************************************************
       FIND-PROCESSOR-ENTRY.
           SET WS-PT-IDX TO ZERO
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROCESSOR-COUNT
               IF WS-PT-PROCESSOR-ID(WS-PT-IDX) = WS-LOOKUP-PROCESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PT-IDX > WS-PROCESSOR-COUNT
               IF WS-PROCESSOR-COUNT < 10
                   ADD 1 TO WS-PROCESSOR-COUNT
                   SET WS-PT-IDX TO WS-PROCESSOR-COUNT
                   MOVE WS-LOOKUP-PROCESSOR
                       TO WS-PT-PROCESSOR-ID(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-EXT-COUNT(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-EXT-AMT(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-MATCHED-COUNT(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-MATCHED-AMT(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-VARIANCE-COUNT(WS-PT-IDX)
                   MOVE ZERO TO WS-PT-FEE-DIFF-COUNT(WS-PT-IDX)
               ELSE
                   DISPLAY "WARNING: PROCESSOR TABLE FULL, NOT "
                       "TOTALLING PROCESSOR " WS-LOOKUP-PROCESSOR
                   SET WS-PT-IDX TO ZERO
               END-IF
           END-IF.

      *****************************************************************
      * SAME VALIDATION AS VALIDATE-INTERNAL-BATCH, FOR THE EXTERNAL  *
           IF EXT-BATCH-NUM NOT = WS-EXT-HDR-BATCH
               DISPLAY "BATCH ID MISMATCH ON EXTERNAL TRAILER: HEADER="
                   WS-EXT-HDR-BATCH " TRAILER=" EXT-BATCH-NUM
                   " PROCESSOR=" WS-EXT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF EXT-PROCESSOR-ID NOT = WS-EXT-HDR-PROC
               DISPLAY "PROCESSOR MISMATCH ON EXTERNAL TRAILER "
                   WS-EXT-HDR-BATCH ": HEADER=" WS-EXT-HDR-PROC
                   " TRAILER=" EXT-PROCESSOR-ID
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF WS-BATCH-PROC-BAD = 'Y'
               DISPLAY "DETAIL ROW FOR ANOTHER PROCESSOR IN EXTERNAL "
                   "BATCH " WS-EXT-HDR-BATCH ": HEADER PROCESSOR="
                   WS-EXT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF EXT-TRL-COUNT NOT = WS-BATCH-EXT-CNT
               DISPLAY "RECORD COUNT MISMATCH ON EXTERNAL BATCH "
                   WS-EXT-HDR-BATCH ": TRAILER=" EXT-TRL-COUNT
                   " ACTUAL=" WS-BATCH-EXT-CNT
                   " PROCESSOR=" WS-EXT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF
           IF EXT-TRL-HASH NOT = WS-BATCH-EXT-AMT
               DISPLAY "HASH TOTAL MISMATCH ON EXTERNAL BATCH "
                   WS-EXT-HDR-BATCH ": TRAILER=" EXT-TRL-HASH
                   " ACTUAL=" WS-BATCH-EXT-AMT
                   " PROCESSOR=" WS-EXT-HDR-PROC
               MOVE 'Y' TO WS-BATCH-ERROR-FLAG
           END-IF.
       
      *****************************************************************
      * THE CURSOR IS POSITIONED AT THE FIRST WORK RECORD WITH        *
      * WM-MATCH-KEY >= THE GROUP'S KEY (PROCESSOR + ID), SO AN       *
      * INTERNAL ITEM ROUTED TO ANOTHER PROCESSOR NEVER MATCHES.      *
      * EQUAL MEANS THE FIRST INTERNAL RECORD FOR THIS KEY MATCHES    *
      * THE GROUP (DUPLICATE INTERNAL IDS BEYOND THE FIRST ARE PASSED *
      * OVER UNMATCHED, THE SAME BEHAVIOR THE OLD KEYED LOOKUP HAD);  *
      * GREATER OR EOF MEANS THE PROCESSOR SENT SOMETHING WE NEVER    *
      * BOOKED (OR BOOKED TO ANOTHER PROCESSOR). INTERNAL RECORDS AN  *
      * EARLIER SETTLEMENT CYCLE ALREADY MATCHED ARE STEPPED OVER     *
      * FIRST; IF NOTHING ELSE CARRIES THE KEY, THE PROCESSOR HAS     *
      * SENT AN ITEM IT ALREADY SETTLED AND IT IS RAISED AS MISSING-  *
      * INTRNL.                                                       *
      *****************************************************************
       MATCH-TRANSACTION.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 'N' TO WS-PRIOR-CYCLE-HIT
           PERFORM SKIP-PRIOR-CYCLE-MATCHES
           IF WS-BL-INT-EOF = 'N' AND WM-MATCH-KEY = WS-GRP-MATCH-KEY
               PERFORM CHECK-CURRENCY-MATCH
               IF WS-CURR-MISMATCH-FLAG = 'Y'
                   PERFORM WRITE-CURRENCY-DIFF-VAR
                   END-IF
               END-IF
               MOVE 'Y' TO WM-MATCHED
               MOVE WS-SETTLE-CYCLE TO WM-MATCH-CYCLE
               REWRITE WORK-MATCH-RECORD
               MOVE 'Y' TO WS-MATCH-FOUND
               PERFORM ADVANCE-PAST-GROUP-ID
           IF WS-MATCH-FOUND = 'N'
               PERFORM WRITE-MISSING-INTERNAL-VAR
           END-IF.

       SKIP-PRIOR-CYCLE-MATCHES.
           PERFORM UNTIL WS-BL-INT-EOF = 'Y'
                   OR WM-MATCH-KEY NOT = WS-GRP-MATCH-KEY
                   OR WM-MATCHED = 'N'
                   OR WM-MATCH-CYCLE NOT < WS-SETTLE-CYCLE
               MOVE 'Y' TO WS-PRIOR-CYCLE-HIT
               PERFORM READ-INTERNAL-CURSOR
           END-PERFORM.
       
      *****************************************************************
      * A TOLERANCE MAY BE EXPRESSED AS A FLAT DOLLAR AMOUNT OR AS A  *
      *****************************************************************
      * LOOK UP THE TOLERANCE ROW FOR THIS TRANSACTION'S EXT-TRANS-   *
      * CODE (WORK-MATCH-FILE DOESN'T CARRY INT-TRANS-TYPE, SO THE    *
      * EXTERNAL CODE IS THE KEY AVAILABLE AT MATCH TIME). THE        *
      * GROUP'S PROCESSOR'S OWN ROW FOR THE CODE COMES FIRST, THEN    *
      * THE CODE'S ROW FOR EVERY PROCESSOR, THEN THE PROCESSOR'S OWN  *
      * "DFLT" ROW. FALL BACK TO THE "DFLT" ROW, THEN TO THE WORKING- *
      * STORAGE DEFAULTS IF TOLERANCE.DAT HAD NO DFLT ROW EITHER.     *
      *****************************************************************
       FIND-TOLERANCE-ENTRY.
           MOVE WS-DEFAULT-TOL-AMT TO WS-APPLIED-TOL-AMT
           MOVE WS-DEFAULT-TOL-PCT TO WS-APPLIED-TOL-PCT

           MOVE WS-GRP-TRANS-CODE TO WS-TOL-SEARCH-TYPE
           MOVE WS-GRP-PROCESSOR-ID TO WS-TOL-SEARCH-PROC
           PERFORM SEARCH-TOLERANCE-ROW
           IF WS-TOL-FOUND = 'N' AND WS-GRP-PROCESSOR-ID NOT = SPACES
               MOVE SPACES TO WS-TOL-SEARCH-PROC
               PERFORM SEARCH-TOLERANCE-ROW
               IF WS-TOL-FOUND = 'N'
                   MOVE "DFLT" TO WS-TOL-SEARCH-TYPE
                   MOVE WS-GRP-PROCESSOR-ID TO WS-TOL-SEARCH-PROC
                   PERFORM SEARCH-TOLERANCE-ROW
               END-IF
           END-IF
           IF WS-TOL-FOUND = 'Y'
               MOVE WS-TOL-AMOUNT(WS-TOL-IDX) TO WS-APPLIED-TOL-AMT
               MOVE WS-TOL-PERCENT(WS-TOL-IDX) TO WS-APPLIED-TOL-PCT
           END-IF.

      *****************************************************************
      * FIRST TABLE ROW FOR WS-TOL-SEARCH-TYPE AND WS-TOL-SEARCH-     *
      * PROC; WS-TOL-IDX IS LEFT ON IT WHEN WS-TOL-FOUND = 'Y'.       *
      *****************************************************************
       SEARCH-TOLERANCE-ROW.
           MOVE 'N' TO WS-TOL-FOUND
           SET WS-TOL-IDX TO ZERO
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
               UNTIL WS-TOL-IDX > WS-TOLERANCE-COUNT
               IF WS-TOL-TYPE(WS-TOL-IDX) = WS-TOL-SEARCH-TYPE
                       AND WS-TOL-PROCESSOR(WS-TOL-IDX) =
                           WS-TOL-SEARCH-PROC
                   MOVE 'Y' TO WS-TOL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-GRP-AMOUNT TO MT-EXT-AMOUNT
           MOVE WS-AMOUNT-DIFF TO MT-VARIANCE
           MOVE WS-GRP-PIECE-COUNT TO MT-PIECE-COUNT
           MOVE WS-SETTLE-CYCLE TO MT-CYCLE-SEQ
           MOVE WS-GRP-PROCESSOR-ID TO MT-PROCESSOR-ID
           MOVE WS-GRP-FEES TO MT-EXT-FEES
           EVALUATE TRUE
               WHEN WS-GRP-PIECE-COUNT > 1
                   MOVE "SPLIT" TO MT-MATCH-TYPE
           PERFORM AUTO-CLOSE-OPEN-VARIANCE

           ADD 1 TO WS-MATCHED-COUNT
           ADD MT-INT-AMOUNT TO WS-MATCHED-AMT
           MOVE WS-GRP-PROCESSOR-ID TO WS-LOOKUP-PROCESSOR
           PERFORM FIND-PROCESSOR-ENTRY
           IF WS-PT-IDX > ZERO
               ADD 1 TO WS-PT-MATCHED-COUNT(WS-PT-IDX)
               ADD MT-INT-AMOUNT TO WS-PT-MATCHED-AMT(WS-PT-IDX)
           END-IF.

      *****************************************************************
      * A CLEAN MATCH CLOSES ANY OPEN ITEM A PRIOR RUN RAISED FOR     *
      * THIS PROCESSOR AND TRANSACTION ID - THE PROCESSOR EVENTUALLY  *
      * SENT (OR WE EVENTUALLY BOOKED) THE MISSING SIDE. AN ITEM      *
      * DISPUTED WITH ANOTHER PROCESSOR HAS ITS OWN KEY AND IS LEFT   *
      * ALONE.                                                        *
      *****************************************************************
       AUTO-CLOSE-OPEN-VARIANCE.
           MOVE WS-GRP-PROCESSOR-ID TO OV-PROCESSOR-ID
           MOVE WS-GRP-TRANS-ID TO OV-TRANS-ID
           READ OPEN-VARIANCE-FILE
               INVALID KEY CONTINUE
      * REOPENED AS OF THIS BUSINESS DATE.                            *
      *****************************************************************
       UPSERT-OPEN-VARIANCE.
           MOVE VAR-PROCESSOR-ID TO OV-PROCESSOR-ID
           MOVE VAR-TRANS-ID TO OV-TRANS-ID
           READ OPEN-VARIANCE-FILE
               INVALID KEY CONTINUE
               MOVE VAR-EXT-AMOUNT TO OV-EXT-AMOUNT
               MOVE VAR-DIFFERENCE TO OV-DIFFERENCE
               MOVE VAR-BATCH-NUM TO OV-BATCH-NUM
               PERFORM SET-OPEN-VARIANCE-CURRENCY
               IF OV-CLOSED
                   SET OV-OPEN TO TRUE
                   MOVE WS-CTL-RUN-DATE TO OV-OPEN-DATE
               MOVE VAR-EXT-AMOUNT TO OV-EXT-AMOUNT
               MOVE VAR-DIFFERENCE TO OV-DIFFERENCE
               MOVE VAR-BATCH-NUM TO OV-BATCH-NUM
               MOVE VAR-PROCESSOR-ID TO OV-PROCESSOR-ID
               PERFORM SET-OPEN-VARIANCE-CURRENCY
               MOVE WS-CTL-RUN-DATE TO OV-OPEN-DATE
               SET OV-OPEN TO TRUE
               MOVE ZERO TO OV-RESOLVE-DATE
               WRITE OPEN-VARIANCE-RECORD
               ADD 1 TO WS-OV-OPENED-CNT
           END-IF.

      *****************************************************************
      * A MISSING-INTRNL ITEM HAS ONLY THE EXTERNAL SIDE, SO ITS      *
      * AMOUNTS ARE IN THE EXTERNAL GROUP'S CURRENCY. EVERY OTHER     *
      * VARIANCE IS STATED IN THE INTERNAL ITEM'S CURRENCY (A CROSS-  *
      * CURRENCY EXTERNAL AMOUNT IS CONVERTED BEFORE COMPARISON).     *
      *****************************************************************
       SET-OPEN-VARIANCE-CURRENCY.
           IF VAR-MISSING-INT
               MOVE WS-GRP-CURR-CODE TO OV-CURRENCY
           ELSE
               MOVE WM-CURRENCY TO OV-CURRENCY
           END-IF.

      *****************************************************************
      * COUNT THE VARIANCE JUST WRITTEN AGAINST ITS PROCESSOR.        *
      * WS-PT-IDX IS LEFT ON THE ENTRY FOR THE CALLER.                *
      *****************************************************************
       TALLY-PROCESSOR-VARIANCE.
           MOVE VAR-PROCESSOR-ID TO WS-LOOKUP-PROCESSOR
           PERFORM FIND-PROCESSOR-ENTRY
           IF WS-PT-IDX > ZERO
               ADD 1 TO WS-PT-VARIANCE-COUNT(WS-PT-IDX)
           END-IF.
       
       WRITE-VARIANCE-RECORD.
           MOVE "AMOUNT-DIFF" TO VAR-TYPE
           MOVE WS-GRP-AMOUNT TO VAR-EXT-AMOUNT
           MOVE WS-AMOUNT-DIFF TO VAR-DIFFERENCE
           MOVE WS-GRP-BATCH-NUM TO VAR-BATCH-NUM
           MOVE WS-GRP-PROCESSOR-ID TO VAR-PROCESSOR-ID
           MOVE VAR-INT-AMOUNT TO WS-DISPLAY-INT-AMT
           MOVE VAR-EXT-AMOUNT TO WS-DISPLAY-EXT-AMT
           MOVE VAR-DIFFERENCE TO WS-DISPLAY-DIFF-AMT
                  WS-DISPLAY-DIFF-AMT DELIMITED BY SIZE
               INTO VAR-DETAILS
           END-STRING
           MOVE WS-SETTLE-CYCLE TO VAR-CYCLE-SEQ
           WRITE VARIANCE-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM UPSERT-OPEN-VARIANCE
           PERFORM TALLY-PROCESSOR-VARIANCE

           ADD 1 TO WS-VARIANCE-COUNT
           ADD 1 TO WS-AMOUNT-DIFF-CNT
      * COMPUTED FOR THE SAME TRANSACTION, ON MATCHED ITEMS ONLY (AN  *
      * UNMATCHED ITEM'S FEE DISPUTE IS MOOT UNTIL THE TRANSACTION    *
      * ITSELF RECONCILES). SAME FLAT-OR-PERCENT TOLERANCE SHAPE AS   *
      * CHECK-AMOUNT-MATCH, DRIVEN BY THE "FEE " TOLERANCE ROW - THE  *
      * GROUP'S PROCESSOR'S OWN "FEE " ROW WHEN IT HAS ONE, SINCE     *
      * EACH PROCESSOR BILLS ON ITS OWN SCHEDULE.                     *
      *****************************************************************
       VERIFY-PROCESSOR-FEE.
           IF WM-FEE-FOUND = 'Y'
               MOVE WS-FEE-TOL-AMT TO WS-FEE-USE-TOL-AMT
               MOVE WS-FEE-TOL-PCT TO WS-FEE-USE-TOL-PCT
               MOVE "FEE" TO WS-TOL-SEARCH-TYPE
               MOVE WS-GRP-PROCESSOR-ID TO WS-TOL-SEARCH-PROC
               PERFORM SEARCH-TOLERANCE-ROW
               IF WS-TOL-FOUND = 'Y'
                   MOVE WS-TOL-AMOUNT(WS-TOL-IDX) TO WS-FEE-USE-TOL-AMT
                   MOVE WS-TOL-PERCENT(WS-TOL-IDX)
                       TO WS-FEE-USE-TOL-PCT
               END-IF
               COMPUTE WS-FEE-DIFF-AMT = WM-FEE-AMOUNT - WS-GRP-FEES
               COMPUTE WS-FEE-ABS-DIFF =
                   FUNCTION ABS(WS-FEE-DIFF-AMT)
               COMPUTE WS-FEE-TOL-APPLIED ROUNDED =
                   FUNCTION ABS(WM-FEE-AMOUNT) * WS-FEE-USE-TOL-PCT
               IF WS-FEE-USE-TOL-AMT > WS-FEE-TOL-APPLIED
                   MOVE WS-FEE-USE-TOL-AMT TO WS-FEE-TOL-APPLIED
               END-IF
               IF WS-FEE-ABS-DIFF > WS-FEE-TOL-APPLIED
                   PERFORM WRITE-FEE-DIFF-VAR
           MOVE WS-GRP-FEES TO VAR-EXT-AMOUNT
           MOVE WS-FEE-DIFF-AMT TO VAR-DIFFERENCE
           MOVE WS-GRP-BATCH-NUM TO VAR-BATCH-NUM
           MOVE WS-GRP-PROCESSOR-ID TO VAR-PROCESSOR-ID
           MOVE VAR-INT-AMOUNT TO WS-DISPLAY-INT-AMT
           MOVE VAR-EXT-AMOUNT TO WS-DISPLAY-EXT-AMT
           MOVE VAR-DIFFERENCE TO WS-DISPLAY-DIFF-AMT
                  WS-DISPLAY-DIFF-AMT DELIMITED BY SIZE
               INTO VAR-DETAILS
           END-STRING
           MOVE WS-SETTLE-CYCLE TO VAR-CYCLE-SEQ
           WRITE VARIANCE-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM UPSERT-OPEN-VARIANCE
           PERFORM TALLY-PROCESSOR-VARIANCE

           ADD 1 TO WS-VARIANCE-COUNT
           ADD 1 TO WS-FEE-DIFF-CNT
           ADD WS-FEE-ABS-DIFF TO WS-VARIANCE-AMT
           IF WS-PT-IDX > ZERO
               ADD 1 TO WS-PT-FEE-DIFF-COUNT(WS-PT-IDX)
           END-IF.

      *****************************************************************
      * STATUS RECONCILIATION. AGREEING AMOUNTS ARE NOT A CLEAN MATCH *
           MOVE WS-GRP-AMOUNT TO VAR-EXT-AMOUNT
           MOVE WS-AMOUNT-DIFF TO VAR-DIFFERENCE
           MOVE WS-GRP-BATCH-NUM TO VAR-BATCH-NUM
           MOVE WS-GRP-PROCESSOR-ID TO VAR-PROCESSOR-ID
           MOVE SPACES TO VAR-DETAILS
           STRING "INTERNAL STATUS: " DELIMITED BY SIZE
                  WM-STATUS DELIMITED BY SIZE
                  " CONFLICT ON MATCHED AMOUNTS" DELIMITED BY SIZE
               INTO VAR-DETAILS
           END-STRING
           MOVE WS-SETTLE-CYCLE TO VAR-CYCLE-SEQ
           WRITE VARIANCE-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM UPSERT-OPEN-VARIANCE
           PERFORM TALLY-PROCESSOR-VARIANCE

           ADD 1 TO WS-VARIANCE-COUNT
           ADD 1 TO WS-STATUS-DIFF-CNT
           COMPUTE WS-ABS-DIFF = FUNCTION ABS(WS-AMOUNT-DIFF)
           MOVE WS-AMOUNT-DIFF TO VAR-DIFFERENCE
           MOVE WS-GRP-BATCH-NUM TO VAR-BATCH-NUM
           MOVE WS-GRP-PROCESSOR-ID TO VAR-PROCESSOR-ID
           MOVE SPACES TO VAR-DETAILS
           STRING "INTERNAL CURR: " DELIMITED BY SIZE
                  WM-CURRENCY DELIMITED BY SIZE
                  " NO RATE ON FILE FOR BUSINESS DATE" DELIMITED BY SIZE
               INTO VAR-DETAILS
           END-STRING
           MOVE WS-SETTLE-CYCLE TO VAR-CYCLE-SEQ
           WRITE VARIANCE-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM UPSERT-OPEN-VARIANCE
           PERFORM TALLY-PROCESSOR-VARIANCE

           ADD 1 TO WS-VARIANCE-COUNT
           ADD 1 TO WS-CURRENCY-DIFF-CNT
           MOVE WS-GRP-AMOUNT TO VAR-EXT-AMOUNT
           MOVE WS-GRP-AMOUNT TO VAR-DIFFERENCE
           MOVE WS-GRP-BATCH-NUM TO VAR-BATCH-NUM
           MOVE WS-GRP-PROCESSOR-ID TO VAR-PROCESSOR-ID
           IF WS-PRIOR-CYCLE-HIT = 'Y'
               MOVE "TRANSACTION ALREADY SETTLED IN AN EARLIER CYCLE"
                   TO VAR-DETAILS
           ELSE
               MOVE "TRANSACTION IN EXTERNAL FILE ONLY"
                   TO VAR-DETAILS
           END-IF
           MOVE WS-SETTLE-CYCLE TO VAR-CYCLE-SEQ
           WRITE VARIANCE-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM UPSERT-OPEN-VARIANCE
           PERFORM TALLY-PROCESSOR-VARIANCE

           ADD 1 TO WS-VARIANCE-COUNT
           ADD 1 TO WS-MISSING-INT-CNT
           ADD WS-GRP-AMOUNT TO WS-VARIANCE-AMT.
       
      *****************************************************************
      * AN INTERNAL ITEM STILL UNMATCHED WHEN THE FINAL CYCLE ENDS IS *
      * MISSING-EXTERN. BEFORE THE FINAL CYCLE IT IS ONLY COUNTED AS  *
      * PENDING - IT STAYS OPEN ON THE WORK FILE AND THE NEXT CYCLE'S *
      * FILE MAY STILL CARRY IT.                                      *
      *****************************************************************
       IDENTIFY-UNMATCHED-INTERNAL.
           MOVE 'N' TO WS-INT-EOF-FLAG
           MOVE ZERO TO WM-SEQ-KEY
                   AT END MOVE 'Y' TO WS-INT-EOF-FLAG
               END-READ
               IF WS-INT-EOF-FLAG = 'N' AND WM-MATCHED = 'N'
                   IF FINAL-CYCLE
                       PERFORM WRITE-MISSING-EXTERNAL-VAR
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                       ADD WM-AMOUNT TO WS-PENDING-AMT
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO VAR-EXT-AMOUNT
           MOVE WM-AMOUNT TO VAR-DIFFERENCE
           MOVE SPACES TO VAR-BATCH-NUM
           MOVE WM-PROCESSOR-ID TO VAR-PROCESSOR-ID
           MOVE "TRANSACTION IN INTERNAL FILE ONLY"
               TO VAR-DETAILS
           MOVE WS-SETTLE-CYCLE TO VAR-CYCLE-SEQ
           WRITE VARIANCE-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM UPSERT-OPEN-VARIANCE
           PERFORM TALLY-PROCESSOR-VARIANCE

           ADD 1 TO WS-VARIANCE-COUNT
           ADD 1 TO WS-MISSING-EXT-CNT
      * VARIANCE-RECORD TYPES (THEY ALL POPULATE VAR-TYPE/VAR-TRANS-  *
      * ID/VAR-INT-AMOUNT/VAR-EXT-AMOUNT/VAR-DIFFERENCE/VAR-BATCH-NUM *
      * BEFORE CALLING THIS), PLUS A SEPARATE ONE FOR MATCHED-RECORD  *
      * SINCE IT USES THE MT- FIELDS INSTEAD. THE PROCESSOR IS THE    *
      * LAST COLUMN SO EXISTING CONSUMERS' COLUMN POSITIONS HOLD.     *
      *****************************************************************
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-LINE
           STRING "RECORD_TYPE,TRANS_ID,INTERNAL_AMOUNT,"
                  "EXTERNAL_AMOUNT,DIFFERENCE,BATCH_NUM,PROCESSOR"
               DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
                  WS-DISPLAY-DIFF-AMT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  VAR-BATCH-NUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  VAR-PROCESSOR-ID DELIMITED BY SPACE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE.
                  "," DELIMITED BY SIZE
                  WS-DISPLAY-DIFF-AMT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MT-PROCESSOR-ID DELIMITED BY SPACE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE.
       
       PRINT-SUMMARY-REPORT.
           PERFORM PRINT-SUMMARY-SECTION
           PERFORM PRINT-VARIANCE-BREAKDOWN
           PERFORM PRINT-PROCESSOR-SECTION.
       
       PRINT-SUMMARY-SECTION.
           IF WS-SETTLE-CYCLE > 1
               MOVE "INTERNAL OPEN FROM EARLIER:" TO WS-SL-LABEL
           ELSE
               MOVE "INTERNAL TRANSACTIONS:" TO WS-SL-LABEL
           END-IF
           MOVE WS-INT-COUNT TO WS-SL-COUNT
           MOVE WS-INT-TOTAL-AMT TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE 
           MOVE WS-VARIANCE-COUNT TO WS-SL-COUNT
           MOVE WS-VARIANCE-AMT TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE 
               AFTER ADVANCING 1 LINE

           IF NOT FINAL-CYCLE
               MOVE "PENDING TO NEXT CYCLE:" TO WS-SL-LABEL
               MOVE WS-PENDING-COUNT TO WS-SL-COUNT
               MOVE WS-PENDING-AMT TO WS-SL-AMOUNT
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       
       PRINT-VARIANCE-BREAKDOWN.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 2 LINES
           MOVE WS-FEE-DIFF-CNT TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * ONE LINE PER PROCESSOR SEEN THIS CYCLE, SO EACH PROCESSOR'S   *
      * SETTLEMENT AND FEES CAN BE PROVED ON ITS OWN. SPACES IS THE   *
      * PRIMARY PROCESSOR.                                            *
      *****************************************************************
       PRINT-PROCESSOR-SECTION.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "BY PROCESSOR:" TO WS-SL-LABEL
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-PROCESSOR-HDR
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROCESSOR-COUNT
               PERFORM PRINT-PROCESSOR-LINE
           END-PERFORM.

       PRINT-PROCESSOR-LINE.
           IF WS-PT-PROCESSOR-ID(WS-PT-IDX) = SPACES
               MOVE "PRIMARY" TO WS-PL-PROCESSOR
           ELSE
               MOVE WS-PT-PROCESSOR-ID(WS-PT-IDX) TO WS-PL-PROCESSOR
           END-IF
           MOVE WS-PT-EXT-COUNT(WS-PT-IDX) TO WS-PL-EXT-COUNT
           MOVE WS-PT-EXT-AMT(WS-PT-IDX) TO WS-PL-EXT-AMT
           MOVE WS-PT-MATCHED-COUNT(WS-PT-IDX) TO WS-PL-MATCHED-COUNT
           MOVE WS-PT-MATCHED-AMT(WS-PT-IDX) TO WS-PL-MATCHED-AMT
           MOVE WS-PT-VARIANCE-COUNT(WS-PT-IDX) TO WS-PL-VARIANCES
           MOVE WS-PT-FEE-DIFF-COUNT(WS-PT-IDX) TO WS-PL-FEE-DIFFS
           WRITE REPORT-LINE FROM WS-PROCESSOR-LINE
               AFTER ADVANCING 1 LINE.
       
       CLOSE-PROCESS.
           CLOSE MATCHED-FILE
           DISPLAY "========================================="
           DISPLAY "BATCH RECONCILIATION COMPLETE"
           DISPLAY "========================================="
           DISPLAY "SETTLEMENT CYCLE: " WS-SETTLE-CYCLE
               " FINAL: " WS-FINAL-CYCLE-FLAG
           DISPLAY "INTERNAL RECORDS: " WS-INT-COUNT
           DISPLAY "EXTERNAL RECORDS: " WS-EXT-COUNT
           DISPLAY "MATCHED: " WS-MATCHED-COUNT
           DISPLAY "  - STATUS DIFFERENCES: " WS-STATUS-DIFF-CNT
           DISPLAY "  - CURRENCY DIFFERENCES: " WS-CURRENCY-DIFF-CNT
           DISPLAY "  - FEE DIFFERENCES: " WS-FEE-DIFF-CNT
           DISPLAY "PENDING TO NEXT CYCLE: " WS-PENDING-COUNT
           DISPLAY "OPEN ITEMS RAISED: " WS-OV-OPENED-CNT
           DISPLAY "OPEN ITEMS REFRESHED: " WS-OV-UPDATED-CNT
           DISPLAY "OPEN ITEMS AUTO-CLOSED: " WS-OV-AUTO-CLOSED
           DISPLAY "OPEN ITEMS MANUALLY CLOSED: " WS-OV-MANUAL-CLOSED
           DISPLAY "RESOLUTIONS WITHOUT AN OPEN ITEM: "
               WS-OV-RESOL-UNKNOWN
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROCESSOR-COUNT
               DISPLAY "PROCESSOR " WS-PT-PROCESSOR-ID(WS-PT-IDX)
                   ": EXTERNAL " WS-PT-EXT-COUNT(WS-PT-IDX)
                   " MATCHED " WS-PT-MATCHED-COUNT(WS-PT-IDX)
                   " VARIANCES " WS-PT-VARIANCE-COUNT(WS-PT-IDX)
           END-PERFORM
           DISPLAY "========================================="

           PERFORM WRITE-CONTROL-TOTAL
           PERFORM STAMP-RUN-COMPLETE.

      *****************************************************************
      * ONE CONTROL-TOTAL ROW PER PROCESSOR FOR THIS CYCLE; THE ROWS  *
      * ADD UP TO THE RUN TOTALS. A CYCLE THAT SAW NO PROCESSOR AT    *
      * ALL STILL REPORTS, AS ONE ROW FOR THE PRIMARY PROCESSOR.      *
      *****************************************************************
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "BATCH-RECONCILE" TO CTL-PROGRAM-ID
           MOVE WS-CTL-RUN-DATE TO CTL-BUSINESS-DATE
           MOVE WS-CTL-RUN-TIMESTAMP TO CTL-RUN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CTL-OPERATOR-ID
           MOVE WS-SETTLE-CYCLE TO CTL-CYCLE-SEQ
           IF WS-PROCESSOR-COUNT = ZERO
               MOVE WS-EXT-COUNT TO CTL-RECORD-COUNT
               MOVE WS-EXT-TOTAL-AMT TO CTL-DOLLAR-TOTAL
               MOVE WS-VARIANCE-COUNT TO CTL-ERROR-COUNT
               MOVE SPACES TO CTL-PROCESSOR-ID
               WRITE CONTROL-TOTAL-RECORD
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROCESSOR-COUNT
               MOVE WS-PT-EXT-COUNT(WS-PT-IDX) TO CTL-RECORD-COUNT
               MOVE WS-PT-EXT-AMT(WS-PT-IDX) TO CTL-DOLLAR-TOTAL
               MOVE WS-PT-VARIANCE-COUNT(WS-PT-IDX) TO CTL-ERROR-COUNT
               MOVE WS-PT-PROCESSOR-ID(WS-PT-IDX) TO CTL-PROCESSOR-ID
               WRITE CONTROL-TOTAL-RECORD
           END-PERFORM
           CLOSE CONTROL-TOTAL-FILE.
