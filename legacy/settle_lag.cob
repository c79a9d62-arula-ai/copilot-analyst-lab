      *      OPENVAR.DAT CARRIES VARIANCES; AN ITEM WHOSE TRANSACTION *
      *      LATER ARRIVES SETTLED IS AUTO-CLOSED. OPEN ITEMS PRINT   *
      *      AS THE ESCALATION LIST AT THE END OF THE REPORT.         *
      * LAG AND ESCALATION AGE ARE EACH COUNTED IN CALENDAR OR        *
      * BUSINESS DAYS AS SET FOR KEYS SETTLE_LAG AND STALE_APPROVAL   *
      * ON DAYBASIS.DAT (SEE THE BUSDAY ROUTINE).                     *
      * RUN AFTER BATCH-RECONCILE FOR THE SAME BUSINESS DATE.         *
      ******************************************************************

       01  WS-DATE-WORK.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-DATE-OVERRIDE PIC X(8).
           05  WS-LAG-BASIS        PIC X(1).
           05  WS-STALE-BASIS      PIC X(1).
           05  WS-LAG-DAYS         PIC S9(5).
           05  WS-AGE-DAYS         PIC S9(5).
           05  WS-AVG-DAYS         PIC 9(4)V9.

           COPY "busdlink.cpy".

      *****************************************************************
      * LAG ACCUMULATORS BY MERCHANT AND BY TRANSACTION TYPE (FIXED   *
      * TABLES, WARN AND DROP ON OVERFLOW).                           *
               10  FILLER          PIC X(20)
                   VALUE "  ESCALATE BEYOND: ".
               10  WS-RPT-DAYS     PIC ZZ9.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  WS-RPT-STALE-BASIS PIC X(13).
               10  FILLER          PIC X(13) VALUE "  LAG BASIS: ".
               10  WS-RPT-LAG-BASIS PIC X(13).
               10  FILLER          PIC X(45) VALUE SPACES.
           05  WS-LAG-COL-HDR.
               10  FILLER          PIC X(17) VALUE "KEY".
               10  FILLER          PIC X(10) VALUE "  SETTLED".
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           PERFORM ESTABLISH-DAY-BASIS
           ACCEPT WS-ESCALATE-PARM FROM COMMAND-LINE
           PERFORM PARSE-ESCALATE-DAYS
           OPEN INPUT INTERNAL-TRANS
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           PERFORM READ-INTERNAL-TRANS.

       ESTABLISH-DAY-BASIS.
           MOVE "SETTLE_LAG" TO BD-BASIS-KEY
           SET BD-GET-BASIS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-BASIS TO WS-LAG-BASIS
           IF BD-BUSINESS-BASIS
               MOVE "BUSINESS DAYS" TO WS-RPT-LAG-BASIS
           ELSE
               MOVE "CALENDAR DAYS" TO WS-RPT-LAG-BASIS
           END-IF
           MOVE "STALE_APPROVAL" TO BD-BASIS-KEY
           SET BD-GET-BASIS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-BASIS TO WS-STALE-BASIS
           IF BD-BUSINESS-BASIS
               MOVE "BUSINESS DAYS" TO WS-RPT-STALE-BASIS
           ELSE
               MOVE "CALENDAR DAYS" TO WS-RPT-STALE-BASIS
           END-IF.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY ESCALATION FILE, SAME PATTERN *
      * AS BATCH-RECONCILE'S OPEN-VARIANCE FILE.                      *
           IF INT-TRANS-DATE = ZERO OR INT-SETTLE-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAG-BASIS TO BD-BASIS
           MOVE INT-TRANS-DATE TO BD-FROM-DATE
           MOVE INT-SETTLE-DATE TO BD-TO-DATE
           SET BD-DAYS-BETWEEN TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF NOT BD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE BD-DAYS TO WS-LAG-DAYS
           IF WS-LAG-DAYS < ZERO
               MOVE ZERO TO WS-LAG-DAYS
           END-IF
           IF INT-TRANS-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE INT-TRANS-DATE TO BD-FROM-DATE
           PERFORM COUNT-STALE-AGE
           IF WS-AGE-DAYS <= WS-ESCALATE-DAYS
               EXIT PARAGRAPH
           END-IF
               ADD 1 TO WS-STALE-OPENED
           END-IF.

      *****************************************************************
      * AGE OF AN APPROVAL (DATE IN BD-FROM-DATE) AT THE RUN DATE ON  *
      * THE ESCALATION BASIS; AN UNREADABLE DATE NEVER ESCALATES.     *
      *****************************************************************
       COUNT-STALE-AGE.
           MOVE WS-STALE-BASIS TO BD-BASIS
           MOVE WS-RUN-DATE TO BD-TO-DATE
           SET BD-DAYS-BETWEEN TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF BD-OK
               MOVE BD-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       AUTO-CLOSE-STALE-ITEM.
           MOVE INT-TRANS-ID TO SA-TRANS-ID
           READ STALE-APPROVAL-FILE
           MOVE SA-TRANS-TYPE TO WS-ES-TYPE
           MOVE SA-AMOUNT TO WS-ES-AMOUNT
           MOVE SA-TRANS-DATE TO WS-ES-TRANS-DATE
           MOVE SA-TRANS-DATE TO BD-FROM-DATE
           PERFORM COUNT-STALE-AGE
           MOVE WS-AGE-DAYS TO WS-ES-AGE
           WRITE REPORT-LINE FROM WS-ESCALATION-LINE
               AFTER ADVANCING 1 LINE
