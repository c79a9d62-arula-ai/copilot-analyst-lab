      * MERCHMAST.DAT (MAINTAINED BY MERCH-MAINT); UNKNOWN MERCHANTS  *
      * ARE FLAGGED TO MERCHEXC.DAT THE SAME WAY FEES-CALC FLAGS      *
      * UNKNOWN CUSTOMERS. RUN AFTER BATCH-RECONCILE FOR THE SAME     *
      * BUSINESS DATE. WHEN THE PROCESSOR SETTLED IN MORE THAN ONE    *
      * CYCLE, EACH CYCLE IS SUMMARIZED ON ITS OWN AHEAD OF THE DAY   *
      * TOTAL.                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  MT-MATCH-TYPE       PIC X(10).
           05  MT-TIMESTAMP        PIC X(26).
           05  MT-PIECE-COUNT      PIC 9(3).
           05  MT-CYCLE-SEQ        PIC 9(2).
           05  MT-PROCESSOR-ID     PIC X(4).
           05  MT-EXT-FEES         PIC S9(9)V99 COMP-3.

       FD  VARIANCE-FILE.
       01  VARIANCE-RECORD.
           05  VAR-DIFFERENCE      PIC S9(9)V99 COMP-3.
           05  VAR-BATCH-NUM       PIC X(8).
           05  VAR-DETAILS         PIC X(100).
           05  VAR-CYCLE-SEQ       PIC 9(2).
           05  VAR-PROCESSOR-ID    PIC X(4).

       FD  MERCHANT-WORK-FILE.
       01  MERCHANT-WORK-RECORD.
               10  WS-MS-NET-AMT     PIC S9(13)V99 COMP-3.
               10  WS-MS-VAR-CNT     PIC 9(6).
               10  WS-MS-VAR-AMT     PIC S9(13)V99 COMP-3.
               10  WS-MC-ENTRY OCCURS 4 TIMES.
                   15  WS-MC-MATCHED-CNT PIC 9(6).
                   15  WS-MC-MATCHED-AMT PIC S9(13)V99 COMP-3.
                   15  WS-MC-NET-AMT     PIC S9(13)V99 COMP-3.
                   15  WS-MC-VAR-CNT     PIC 9(6).
                   15  WS-MC-VAR-AMT     PIC S9(13)V99 COMP-3.
       01  WS-MERCHANT-COUNT       PIC 9(3) VALUE ZERO.

      *****************************************************************
      * SETTLEMENT CYCLES SEEN ON MATCHED.DAT AND VARIANCE.DAT (MT-   *
      * AND VAR-CYCLE-SEQ), IN ORDER OF FIRST APPEARANCE, WITH EACH   *
      * CYCLE'S TOTALS. A MERCHANT'S WS-MC-ENTRY SLOT N BELONGS TO    *
      * CYCLE SLOT N HERE. THE PROCESSOR SETTLES TWICE A DAY, SO FOUR *
      * SLOTS IS AMPLE; A FIFTH CYCLE STILL COUNTS IN THE DAY TOTAL   *
      * BUT IS NOT BROKEN OUT, WITH A WARNING.                        *
      *****************************************************************
       01  WS-CYCLE-TABLE.
           05  WS-CY-ENTRY OCCURS 4 TIMES.
               10  WS-CY-CYCLE-SEQ   PIC 9(2).
               10  WS-CY-MATCHED-CNT PIC 9(6).
               10  WS-CY-MATCHED-AMT PIC S9(13)V99 COMP-3.
               10  WS-CY-NET-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CY-VAR-CNT     PIC 9(6).
               10  WS-CY-VAR-AMT     PIC S9(13)V99 COMP-3.
       01  WS-CYCLE-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CY-SUB               PIC 9(2).
       01  WS-MC-SUB               PIC 9(2).
       01  WS-LOOKUP-CYCLE         PIC 9(2).

       01  WS-DAY-TOTALS.
           05  WS-DAY-MATCHED-CNT  PIC 9(6) VALUE ZERO.
           05  WS-DAY-MATCHED-AMT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-NET-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-VAR-CNT      PIC 9(6) VALUE ZERO.
           05  WS-DAY-VAR-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LOOKUP-MERCHANT      PIC X(15).
       01  WS-ABS-DIFF             PIC S9(11)V99 COMP-3.

               10  FILLER          PIC X(21) VALUE "  VARIANCE AMOUNT".
               10  FILLER          PIC X(34) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT         PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-MERCHANT-ID   PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-FLAG          PIC X(20).
           05  FILLER              PIC X(13) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           OPEN INPUT MATCHED-FILE
           IF MT-ERROR
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-MATCHED-READ
               MOVE MT-CYCLE-SEQ TO WS-LOOKUP-CYCLE
               PERFORM FIND-CYCLE-ENTRY
               MOVE MT-TRANS-ID TO MW-TRANS-ID
               PERFORM LOOK-UP-MERCHANT
               PERFORM FIND-MERCHANT-ENTRY
                   ADD 1 TO WS-MS-MATCHED-CNT(WS-MS-IDX)
                   ADD MT-INT-AMOUNT TO WS-MS-MATCHED-AMT(WS-MS-IDX)
                   ADD MT-EXT-AMOUNT TO WS-MS-NET-AMT(WS-MS-IDX)
                   IF WS-CY-SUB > ZERO
                       ADD 1 TO WS-MC-MATCHED-CNT(WS-MS-IDX WS-CY-SUB)
                       ADD MT-INT-AMOUNT
                           TO WS-MC-MATCHED-AMT(WS-MS-IDX WS-CY-SUB)
                       ADD MT-EXT-AMOUNT
                           TO WS-MC-NET-AMT(WS-MS-IDX WS-CY-SUB)
                   END-IF
               END-IF
               IF WS-CY-SUB > ZERO
                   ADD 1 TO WS-CY-MATCHED-CNT(WS-CY-SUB)
                   ADD MT-INT-AMOUNT TO WS-CY-MATCHED-AMT(WS-CY-SUB)
                   ADD MT-EXT-AMOUNT TO WS-CY-NET-AMT(WS-CY-SUB)
               END-IF
               ADD 1 TO WS-DAY-MATCHED-CNT
               ADD MT-INT-AMOUNT TO WS-DAY-MATCHED-AMT
               ADD MT-EXT-AMOUNT TO WS-DAY-NET-AMT
               READ MATCHED-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-VARIANCE-READ
               MOVE VAR-CYCLE-SEQ TO WS-LOOKUP-CYCLE
               PERFORM FIND-CYCLE-ENTRY
               MOVE VAR-TRANS-ID TO MW-TRANS-ID
               PERFORM LOOK-UP-MERCHANT
               PERFORM FIND-MERCHANT-ENTRY
               COMPUTE WS-ABS-DIFF =
                   FUNCTION ABS(VAR-DIFFERENCE)
               IF WS-MS-IDX > ZERO
                   ADD 1 TO WS-MS-VAR-CNT(WS-MS-IDX)
                   ADD WS-ABS-DIFF TO WS-MS-VAR-AMT(WS-MS-IDX)
                   IF WS-CY-SUB > ZERO
                       ADD 1 TO WS-MC-VAR-CNT(WS-MS-IDX WS-CY-SUB)
                       ADD WS-ABS-DIFF
                           TO WS-MC-VAR-AMT(WS-MS-IDX WS-CY-SUB)
                   END-IF
               END-IF
               IF WS-CY-SUB > ZERO
                   ADD 1 TO WS-CY-VAR-CNT(WS-CY-SUB)
                   ADD WS-ABS-DIFF TO WS-CY-VAR-AMT(WS-CY-SUB)
               END-IF
               ADD 1 TO WS-DAY-VAR-CNT
               ADD WS-ABS-DIFF TO WS-DAY-VAR-AMT
               READ VARIANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               ADD 1 TO WS-UNMAPPED-ITEMS
           END-IF.

       FIND-CYCLE-ENTRY.
           MOVE ZERO TO WS-CY-SUB
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                   UNTIL WS-CY-SUB > WS-CYCLE-COUNT
               IF WS-CY-CYCLE-SEQ(WS-CY-SUB) = WS-LOOKUP-CYCLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CY-SUB > WS-CYCLE-COUNT
               IF WS-CYCLE-COUNT < 4
                   ADD 1 TO WS-CYCLE-COUNT
                   MOVE WS-CYCLE-COUNT TO WS-CY-SUB
                   MOVE WS-LOOKUP-CYCLE TO WS-CY-CYCLE-SEQ(WS-CY-SUB)
                   MOVE ZERO TO WS-CY-MATCHED-CNT(WS-CY-SUB)
                   MOVE ZERO TO WS-CY-MATCHED-AMT(WS-CY-SUB)
                   MOVE ZERO TO WS-CY-NET-AMT(WS-CY-SUB)
                   MOVE ZERO TO WS-CY-VAR-CNT(WS-CY-SUB)
                   MOVE ZERO TO WS-CY-VAR-AMT(WS-CY-SUB)
               ELSE
                   DISPLAY "WARNING: CYCLE TABLE FULL, CYCLE "
                       WS-LOOKUP-CYCLE " IN DAY TOTAL ONLY"
                   MOVE ZERO TO WS-CY-SUB
               END-IF
           END-IF.

       FIND-MERCHANT-ENTRY.
           SET WS-MS-IDX TO ZERO
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   MOVE ZERO TO WS-MS-NET-AMT(WS-MS-IDX)
                   MOVE ZERO TO WS-MS-VAR-CNT(WS-MS-IDX)
                   MOVE ZERO TO WS-MS-VAR-AMT(WS-MS-IDX)
                   PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                           UNTIL WS-MC-SUB > 4
                       MOVE ZERO
                           TO WS-MC-MATCHED-CNT(WS-MS-IDX WS-MC-SUB)
                       MOVE ZERO
                           TO WS-MC-MATCHED-AMT(WS-MS-IDX WS-MC-SUB)
                       MOVE ZERO TO WS-MC-NET-AMT(WS-MS-IDX WS-MC-SUB)
                       MOVE ZERO TO WS-MC-VAR-CNT(WS-MS-IDX WS-MC-SUB)
                       MOVE ZERO TO WS-MC-VAR-AMT(WS-MS-IDX WS-MC-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING: MERCHANT TABLE FULL, DROPPING "
                       WS-LOOKUP-MERCHANT
               END-IF
           END-IF.

      *****************************************************************
      * ONE SECTION PER SETTLEMENT CYCLE WHEN THE DAY HAD MORE THAN   *
      * ONE, LISTING THE MERCHANTS THAT CYCLE TOUCHED AND ITS TOTAL;  *
      * THEN THE WHOLE DAY BY MERCHANT, WHERE THE MASTER-FILE         *
      * VERIFICATION IS DONE, AND THE DAY TOTAL. A SINGLE-CYCLE DAY   *
      * PRINTS JUST THE DAY.                                          *
      *****************************************************************
       PRINT-SETTLEMENT-SUMMARY.
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           IF WS-CYCLE-COUNT > 1
               PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                       UNTIL WS-CY-SUB > WS-CYCLE-COUNT
                   PERFORM PRINT-CYCLE-SECTION
               END-PERFORM
           END-IF
           MOVE "DAY TOTAL - ALL CYCLES" TO WS-SEC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MERCHANT-COUNT
               PERFORM PRINT-MERCHANT-LINE
           END-PERFORM
           MOVE "DAY TOTAL" TO WS-DL-MERCHANT-ID
           MOVE WS-DAY-MATCHED-CNT TO WS-DL-MATCHED-CNT
           MOVE WS-DAY-MATCHED-AMT TO WS-DL-MATCHED-AMT
           MOVE WS-DAY-NET-AMT TO WS-DL-NET-AMT
           MOVE WS-DAY-VAR-CNT TO WS-DL-VAR-CNT
           MOVE WS-DAY-VAR-AMT TO WS-DL-VAR-AMT
           MOVE SPACES TO WS-DL-FLAG
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       PRINT-CYCLE-SECTION.
           MOVE SPACES TO WS-SEC-TEXT
           STRING "SETTLEMENT CYCLE " DELIMITED BY SIZE
                  WS-CY-CYCLE-SEQ(WS-CY-SUB) DELIMITED BY SIZE
               INTO WS-SEC-TEXT
           END-STRING
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MERCHANT-COUNT
               IF WS-MC-MATCHED-CNT(WS-MS-IDX WS-CY-SUB) > ZERO
                       OR WS-MC-VAR-CNT(WS-MS-IDX WS-CY-SUB) > ZERO
                   PERFORM PRINT-MERCHANT-CYCLE-LINE
               END-IF
           END-PERFORM
           MOVE "CYCLE TOTAL" TO WS-DL-MERCHANT-ID
           MOVE WS-CY-MATCHED-CNT(WS-CY-SUB) TO WS-DL-MATCHED-CNT
           MOVE WS-CY-MATCHED-AMT(WS-CY-SUB) TO WS-DL-MATCHED-AMT
           MOVE WS-CY-NET-AMT(WS-CY-SUB) TO WS-DL-NET-AMT
           MOVE WS-CY-VAR-CNT(WS-CY-SUB) TO WS-DL-VAR-CNT
           MOVE WS-CY-VAR-AMT(WS-CY-SUB) TO WS-DL-VAR-AMT
           MOVE SPACES TO WS-DL-FLAG
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       PRINT-MERCHANT-CYCLE-LINE.
           MOVE WS-MS-MERCHANT-ID(WS-MS-IDX) TO WS-DL-MERCHANT-ID
           MOVE WS-MC-MATCHED-CNT(WS-MS-IDX WS-CY-SUB)
               TO WS-DL-MATCHED-CNT
           MOVE WS-MC-MATCHED-AMT(WS-MS-IDX WS-CY-SUB)
               TO WS-DL-MATCHED-AMT
           MOVE WS-MC-NET-AMT(WS-MS-IDX WS-CY-SUB) TO WS-DL-NET-AMT
           MOVE WS-MC-VAR-CNT(WS-MS-IDX WS-CY-SUB) TO WS-DL-VAR-CNT
           MOVE WS-MC-VAR-AMT(WS-MS-IDX WS-CY-SUB) TO WS-DL-VAR-AMT
           MOVE SPACES TO WS-DL-FLAG
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * UNKNOWN-MERCHANT FLAGGING, SAME POSTURE AS FEES-CALC'S        *
           DISPLAY "======================================"
           DISPLAY "MATCHED ITEMS READ: " WS-MATCHED-READ
           DISPLAY "VARIANCE ITEMS READ: " WS-VARIANCE-READ
           DISPLAY "SETTLEMENT CYCLES: " WS-CYCLE-COUNT
           DISPLAY "MERCHANTS LISTED: " WS-MERCHANTS-LISTED
           DISPLAY "MERCHANT EXCEPTIONS: " WS-UNKNOWN-MERCHANTS
           DISPLAY "ITEMS WITH NO MERCHANT MAPPING: "
