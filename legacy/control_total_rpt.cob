      * FOR EACH BUSINESS DATE PRESENT, LISTS EACH PROGRAM'S RECORD    *
      * COUNT/DOLLAR TOTAL/ERROR COUNT AND FLAGS THE DATE IF THE FOUR  *
      * PROGRAMS' RECORD COUNTS FOR THAT DATE ARE NOT ALL EQUAL.       *
      * BATCH-RECONCILE RUNS ONCE PER PROCESSOR SETTLEMENT CYCLE AND   *
      * WRITES ONE ROW PER CARD PROCESSOR IN THE RUN; THOSE CYCLE/     *
      * PROCESSOR ROWS ARE LISTED ONE BY ONE AND THEN ADDED UP INTO    *
      * THE DAY TOTAL THAT THE CROSS-PROGRAM CHECK USES.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               10  WS-RT-END           PIC X(26).
               10  WS-RT-RC            PIC 9(4).
               10  WS-RT-PRINTED       PIC X(1).
               10  WS-RT-CYCLE         PIC 9(2).
       01  WS-RUNC-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-RT-GROUP-START       PIC 9(4).
       01  WS-RT-GROUP-END         PIC 9(4).
           05  FILLER              PIC X(28) VALUE "START".
           05  FILLER              PIC X(28) VALUE "END".
           05  FILLER              PIC X(10) VALUE "RC".
           05  FILLER              PIC X(9)  VALUE "CYCLE".
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-RUN-SEQ-LINE.
           05  WS-RS-PROGRAM       PIC X(17).
           05  WS-RS-END           PIC X(26).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RS-RC            PIC ZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-RS-CYCLE         PIC X(9).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECS-READ        PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-REJECTS    PIC 9(8) VALUE ZERO.

      *****************************************************************
      * USED BY CHECK-DATE-MISMATCH TO COMPARE RECORD COUNTS ONLY      *
      * CTLTOTAL.DAT IS A SMALL DAILY CONTROL FILE (A HANDFUL OF ROWS *
      * PER RUN) SO A FIXED IN-MEMORY TABLE IS SUFFICIENT, THE SAME   *
      * WAY TRANS-TYPE-RPT TABULATES ITS SMALL TIER/REGION ENUMS.     *
      * A PROGRAM THAT REPORTS PER SETTLEMENT CYCLE (CTL-CYCLE-SEQ    *
      * NOT ZERO) OR PER CARD PROCESSOR (CTL-PROCESSOR-ID NOT SPACES) *
      * KEEPS ONE SLOT FOR THE DAY: THE PE- FIGURES ARE THE DAY TOTAL *
      * AND EACH CYCLE/PROCESSOR ROW'S OWN FIGURES SIT UNDER IT. A    *
      * CYCLE/PROCESSOR REPORTED TWICE (AN OVERRIDE RERUN) KEEPS ITS  *
      * LATEST ROW. A CYCLE/PROCESSOR ROW THAT FINDS ALL 24 SPLIT     *
      * ENTRIES TAKEN IS REJECTED: IT IS LEFT OUT OF THE DAY TOTAL,   *
      * COUNTED IN WS-PE-CYCLE-REJECTS, AND FLAGGED UNDER THE DAY     *
      * TOTAL LINE SO THE TOTAL IS NOT READ AS COMPLETE.              *
      *****************************************************************
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 60 TIMES INDEXED BY WS-D-IDX.
                   15  WS-PE-RECORD-COUNT  PIC 9(8).
                   15  WS-PE-DOLLAR-TOTAL  PIC S9(13)V99 COMP-3.
                   15  WS-PE-ERROR-COUNT   PIC 9(6).
                   15  WS-PE-CYCLE-COUNT   PIC 9(2).
                   15  WS-PE-CYCLE-REJECTS PIC 9(4).
                   15  WS-PE-CYCLE-ENTRY OCCURS 24 TIMES
                           INDEXED BY WS-C-IDX.
                       20  WS-PC-CYCLE-SEQ     PIC 9(2).
                       20  WS-PC-PROCESSOR-ID  PIC X(4).
                       20  WS-PC-RECORD-COUNT  PIC 9(8).
                       20  WS-PC-DOLLAR-TOTAL  PIC S9(13)V99 COMP-3.
                       20  WS-PC-ERROR-COUNT   PIC 9(6).

       01  WS-DATE-COUNT               PIC 9(4) VALUE ZERO.

               10  FILLER          PIC X(14) VALUE "RECORD COUNT".
               10  FILLER          PIC X(20) VALUE "DOLLAR TOTAL".
               10  FILLER          PIC X(14) VALUE "ERROR COUNT".
               10  FILLER          PIC X(16) VALUE "CYCLE/PROCESSOR".
               10  FILLER          PIC X(49) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-DTL-AMOUNT       PIC $,$$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-ERRORS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-DTL-CYCLE        PIC X(14).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-FLAG-LINE.
           05  FILLER              PIC X(15) VALUE SPACES.
               END-IF
           END-IF.

      *****************************************************************
      * A ROW JOINS ITS PROGRAM'S SPLIT SLOT WHEN ONE EXISTS. A SPLIT *
      * ROW (CYCLE OR PROCESSOR SET) FINDING ONLY A PLAIN SLOT FOR    *
      * THE PROGRAM - THE PRIMARY PROCESSOR'S ROW OF A MULTI-         *
      * PROCESSOR RUN - TURNS THAT SLOT INTO A SPLIT ONE FIRST.        *
      *****************************************************************
       ADD-PROGRAM-ENTRY.
           PERFORM FIND-CYCLED-PROGRAM-ENTRY
           IF WS-P-IDX NOT > WS-DT-PROGRAM-COUNT(WS-D-IDX)
               PERFORM ADD-CYCLE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF CTL-CYCLE-SEQ > ZERO OR CTL-PROCESSOR-ID NOT = SPACES
               PERFORM FIND-PLAIN-PROGRAM-ENTRY
               IF WS-P-IDX NOT > WS-DT-PROGRAM-COUNT(WS-D-IDX)
                   PERFORM SPLIT-PLAIN-PROGRAM-ENTRY
                   PERFORM ADD-CYCLE-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DT-PROGRAM-COUNT(WS-D-IDX) < 4
               ADD 1 TO WS-DT-PROGRAM-COUNT(WS-D-IDX)
               SET WS-P-IDX TO WS-DT-PROGRAM-COUNT(WS-D-IDX)
                   WS-PE-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX)
               MOVE CTL-ERROR-COUNT TO
                   WS-PE-ERROR-COUNT(WS-D-IDX WS-P-IDX)
               MOVE ZERO TO WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
               MOVE ZERO TO WS-PE-CYCLE-REJECTS(WS-D-IDX WS-P-IDX)
               IF CTL-CYCLE-SEQ > ZERO OR CTL-PROCESSOR-ID NOT = SPACES
                   MOVE ZERO TO WS-PE-RECORD-COUNT(WS-D-IDX WS-P-IDX)
                   MOVE ZERO TO WS-PE-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX)
                   MOVE ZERO TO WS-PE-ERROR-COUNT(WS-D-IDX WS-P-IDX)
                   PERFORM ADD-CYCLE-ENTRY
               END-IF
           ELSE
               DISPLAY "WARNING: PROGRAM SLOTS FULL FOR DATE "
                   CTL-BUSINESS-DATE ", DROPPING " CTL-PROGRAM-ID
           END-IF.

       FIND-CYCLED-PROGRAM-ENTRY.
           SET WS-P-IDX TO ZERO
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-DT-PROGRAM-COUNT(WS-D-IDX)
               IF WS-PE-PROGRAM-ID(WS-D-IDX WS-P-IDX) = CTL-PROGRAM-ID
                       AND WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX) > ZERO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PLAIN-PROGRAM-ENTRY.
           SET WS-P-IDX TO ZERO
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-DT-PROGRAM-COUNT(WS-D-IDX)
               IF WS-PE-PROGRAM-ID(WS-D-IDX WS-P-IDX) = CTL-PROGRAM-ID
                       AND WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX) = ZERO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE PLAIN SLOT'S FIGURES BECOME ITS FIRST SPLIT ROW (CYCLE    *
      * ZERO, PRIMARY PROCESSOR); THE PE- DAY TOTAL IS UNCHANGED.     *
      *****************************************************************
       SPLIT-PLAIN-PROGRAM-ENTRY.
           MOVE 1 TO WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
           SET WS-C-IDX TO 1
           MOVE ZERO TO WS-PC-CYCLE-SEQ(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE SPACES TO
               WS-PC-PROCESSOR-ID(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE WS-PE-RECORD-COUNT(WS-D-IDX WS-P-IDX) TO
               WS-PC-RECORD-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE WS-PE-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX) TO
               WS-PC-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE WS-PE-ERROR-COUNT(WS-D-IDX WS-P-IDX) TO
               WS-PC-ERROR-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX).

      *****************************************************************
      * POST ONE CYCLE/PROCESSOR ROW UNDER ITS PROGRAM SLOT AND INTO  *
      * THE DAY TOTAL. A SECOND ROW FOR THE SAME CYCLE AND PROCESSOR  *
      * REPLACES THE FIRST, SO ITS OLD FIGURES COME OUT OF THE DAY    *
      * TOTAL BEFORE THE NEW ONES GO IN.                              *
      *****************************************************************
       ADD-CYCLE-ENTRY.
           SET WS-C-IDX TO ZERO
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
               IF WS-PC-CYCLE-SEQ(WS-D-IDX WS-P-IDX WS-C-IDX) =
                       CTL-CYCLE-SEQ
                       AND WS-PC-PROCESSOR-ID
                           (WS-D-IDX WS-P-IDX WS-C-IDX) =
                           CTL-PROCESSOR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-C-IDX > WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
               IF WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX) < 24
                   ADD 1 TO WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
                   SET WS-C-IDX TO WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
               ELSE
                   DISPLAY "ERROR: CYCLE SLOTS FULL FOR "
                       CTL-PROGRAM-ID " ON " CTL-BUSINESS-DATE
                       ", REJECTING CYCLE " CTL-CYCLE-SEQ
                       " PROCESSOR " CTL-PROCESSOR-ID
                   ADD 1 TO WS-PE-CYCLE-REJECTS(WS-D-IDX WS-P-IDX)
                   ADD 1 TO WS-CYCLE-REJECTS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SUBTRACT WS-PC-RECORD-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
                   FROM WS-PE-RECORD-COUNT(WS-D-IDX WS-P-IDX)
               SUBTRACT WS-PC-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX WS-C-IDX)
                   FROM WS-PE-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX)
               SUBTRACT WS-PC-ERROR-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
                   FROM WS-PE-ERROR-COUNT(WS-D-IDX WS-P-IDX)
           END-IF
           MOVE CTL-CYCLE-SEQ TO
               WS-PC-CYCLE-SEQ(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE CTL-PROCESSOR-ID TO
               WS-PC-PROCESSOR-ID(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE CTL-RECORD-COUNT TO
               WS-PC-RECORD-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE CTL-DOLLAR-TOTAL TO
               WS-PC-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX WS-C-IDX)
           MOVE CTL-ERROR-COUNT TO
               WS-PC-ERROR-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
           ADD CTL-RECORD-COUNT TO WS-PE-RECORD-COUNT(WS-D-IDX WS-P-IDX)
           ADD CTL-DOLLAR-TOTAL TO WS-PE-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX)
           ADD CTL-ERROR-COUNT TO WS-PE-ERROR-COUNT(WS-D-IDX WS-P-IDX).

       PRINT-SUMMARY-REPORT.
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE

       PRINT-PROGRAM-LINE.
           MOVE WS-PE-PROGRAM-ID(WS-D-IDX WS-P-IDX) TO WS-DTL-PROGRAM
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX)
               PERFORM PRINT-CYCLE-LINE
           END-PERFORM
           MOVE WS-PE-RECORD-COUNT(WS-D-IDX WS-P-IDX) TO WS-DTL-COUNT
           MOVE WS-PE-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX) TO WS-DTL-AMOUNT
           MOVE WS-PE-ERROR-COUNT(WS-D-IDX WS-P-IDX) TO WS-DTL-ERRORS
           IF WS-PE-CYCLE-COUNT(WS-D-IDX WS-P-IDX) > ZERO
               MOVE "DAY TOTAL" TO WS-DTL-CYCLE
           ELSE
               MOVE SPACES TO WS-DTL-CYCLE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PE-CYCLE-REJECTS(WS-D-IDX WS-P-IDX) > ZERO
               MOVE SPACES TO WS-FL-MESSAGE
               STRING "*** WARNING: "
                   WS-PE-CYCLE-REJECTS(WS-D-IDX WS-P-IDX)
                   " ROWS REJECTED, CYCLE TABLE FULL - "
                   "DAY TOTAL INCOMPLETE ***"
                   DELIMITED BY SIZE
                   INTO WS-FL-MESSAGE
               END-STRING
               WRITE REPORT-LINE FROM WS-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-CYCLE-LINE.
           MOVE WS-PC-RECORD-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
               TO WS-DTL-COUNT
           MOVE WS-PC-DOLLAR-TOTAL(WS-D-IDX WS-P-IDX WS-C-IDX)
               TO WS-DTL-AMOUNT
           MOVE WS-PC-ERROR-COUNT(WS-D-IDX WS-P-IDX WS-C-IDX)
               TO WS-DTL-ERRORS
           MOVE SPACES TO WS-DTL-CYCLE
           EVALUATE TRUE
               WHEN WS-PC-CYCLE-SEQ(WS-D-IDX WS-P-IDX WS-C-IDX) = ZERO
                   AND WS-PC-PROCESSOR-ID(WS-D-IDX WS-P-IDX WS-C-IDX)
                       = SPACES
                   MOVE "PRIMARY" TO WS-DTL-CYCLE
               WHEN WS-PC-CYCLE-SEQ(WS-D-IDX WS-P-IDX WS-C-IDX) = ZERO
                   MOVE WS-PC-PROCESSOR-ID(WS-D-IDX WS-P-IDX WS-C-IDX)
                       TO WS-DTL-CYCLE
               WHEN OTHER
                   STRING "CYCLE " DELIMITED BY SIZE
                          WS-PC-CYCLE-SEQ(WS-D-IDX WS-P-IDX WS-C-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PC-PROCESSOR-ID(WS-D-IDX WS-P-IDX WS-C-IDX)
                              DELIMITED BY SIZE
                       INTO WS-DTL-CYCLE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.


      *****************************************************************
      * RUN-SEQUENCE SECTION. RUNCTL.DAT IS KEYED BY DATE + PROGRAM   *
      * ID + CYCLE, SO THE FILE ORDER WITHIN A DATE IS ALPHABETICAL;  *
      * THE ROWS ARE TABLED AND EACH DATE'S GROUP IS PRINTED IN       *
      * START-TIMESTAMP ORDER SO THE SECTION SHOWS THE ORDER THE      *
      * PROGRAMS ACTUALLY RAN. A PER-CYCLE ROW SHOWS ITS CYCLE NUMBER.*
      *****************************************************************
       PRINT-RUN-SEQUENCE.
           OPEN INPUT RUN-CONTROL-FILE
               MOVE RUN-END-TIMESTAMP TO WS-RT-END(WS-RT-IDX)
               MOVE RUN-RETURN-CODE TO WS-RT-RC(WS-RT-IDX)
               MOVE 'N' TO WS-RT-PRINTED(WS-RT-IDX)
               MOVE RUN-CYCLE-SEQ TO WS-RT-CYCLE(WS-RT-IDX)
           ELSE
               DISPLAY "WARNING: RUN-CONTROL TABLE FULL, DROPPING "
                   RUN-BUSINESS-DATE " " RUN-PROGRAM-ID
           MOVE WS-RT-START(WS-RT-PICK) TO WS-RS-START
           MOVE WS-RT-END(WS-RT-PICK) TO WS-RS-END
           MOVE WS-RT-RC(WS-RT-PICK) TO WS-RS-RC
           MOVE SPACES TO WS-RS-CYCLE
           IF WS-RT-CYCLE(WS-RT-PICK) > ZERO
               STRING "CYCLE " DELIMITED BY SIZE
                      WS-RT-CYCLE(WS-RT-PICK) DELIMITED BY SIZE
                   INTO WS-RS-CYCLE
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-RUN-SEQ-LINE
               AFTER ADVANCING 1 LINE.

           DISPLAY "CONTROL-TOTAL RECORDS READ: " WS-RECS-READ
           DISPLAY "BUSINESS DATES SUMMARIZED: " WS-DATE-COUNT
           DISPLAY "RUN-CONTROL ROWS LISTED: " WS-RUNC-ROWS
           DISPLAY "CYCLE/PROCESSOR ROWS REJECTED: " WS-CYCLE-REJECTS
           DISPLAY "======================================"
           CLOSE CONTROL-TOTAL-FILE
           CLOSE SUMMARY-REPORT.
