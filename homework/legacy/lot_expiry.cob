       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY.
       AUTHOR. LEGACY-INVENTORY-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: DAILY NEAR-EXPIRY REPORT AND EXPIRED-STOCK WRITE-OFF *
      * FEED FOR LOT-TRACKED SKUS.                                    *
      * READS INVLOT.DAT (SEE INVLOT.CPY) IN KEY ORDER, SO EACH       *
      * LOCATION/SKU'S LOTS COME FIRST-EXPIRY-FIRST, AND LISTS ON     *
      * EXPRPT.DAT EVERY LOT STILL HOLDING STOCK THAT HAS EXPIRED OR  *
      * EXPIRES WITHIN THE CATEGORY'S WARNING WINDOW (LC-WARN-DAYS ON *
      * LOTCAT.DAT, SEVEN DAYS WHEN ZERO OR THE CATEGORY IS MISSING), *
      * VALUED AT THE MASTER'S INV-UNIT-COST. A LOCATION/SKU WHOSE    *
      * LOTS DO NOT ADD UP TO INV-QTY-ONHAND GETS A VARIANCE LINE:    *
      * UNLOTTED STOCK (ON HAND BEFORE LOT TRACKING, OR FOUND ON A    *
      * RECOUNT) OR LOTS IN EXCESS OF ON-HAND.                        *
      * FOR EVERY LOCATION/SKU WITH EXPIRED STOCK IT WRITES ONE WO    *
      * ADJUSTMENT (ADJTRAN.DAT LAYOUT) TO EXPWOTRN.DAT, DATED THE    *
      * RUN DATE AND APPROVED BY OPERATOR_ID. APPENDED TO THE NEXT    *
      * ADJTRAN.DAT, INVENTORY-UPDATE POSTS IT THROUGH THE ORDINARY   *
      * WRITE-OFF PATH - APPROVER AUTHORITY, MOVEMENT LEDGER (AND SO  *
      * INV-GL-EXTRACT), WRITE-OFF REPORT - AND EMPTIES THE EXPIRED   *
      * LOTS. NOTHING IS UPDATED HERE.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL LOT-CATEGORY-FILE ASSIGN TO "LOTCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "EXPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITEOFF-TRANS ASSIGN TO "EXPWOTRN.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
           COPY "invlot.cpy".

       FD  INVENTORY-MASTER.
       01  INVENTORY-RECORD.
           05  INV-KEY.
               10  INV-LOCATION        PIC X(4).
               10  INV-SKU             PIC X(10).
           05  INV-DESCRIPTION         PIC X(50).
           05  INV-CATEGORY            PIC X(20).
           05  INV-QTY-ONHAND          PIC S9(7) COMP-3.
           05  INV-QTY-ALLOCATED       PIC S9(7) COMP-3.
           05  INV-QTY-AVAILABLE       PIC S9(7) COMP-3.
           05  INV-REORDER-POINT       PIC 9(5).
           05  INV-REORDER-QTY         PIC 9(5).
           05  INV-UNIT-COST           PIC S9(7)V99 COMP-3.
           05  INV-LAST-UPDATED        PIC X(26).
           05  INV-STATUS-CODE         PIC X(2).
               88  INV-ACTIVE          VALUE "AC".
               88  INV-DISCONTINUED    VALUE "DC".
               88  INV-ONHOLD          VALUE "OH".

       FD  LOT-CATEGORY-FILE.
           COPY "lotcat.cpy".

       FD  EXPIRY-REPORT.
       01  REPORT-LINE                 PIC X(132).

      *****************************************************************
      * SAME LAYOUT AS INVENTORY-UPDATE'S ADJ-RECORD (ADJTRAN.DAT).   *
      *****************************************************************
       FD  WRITEOFF-TRANS.
       01  ADJ-RECORD.
           05  ADJ-TRANS-ID            PIC X(10).
           05  ADJ-DATE                PIC 9(8).
           05  ADJ-LOCATION            PIC X(4).
           05  ADJ-SKU                 PIC X(10).
           05  ADJ-QUANTITY            PIC S9(5) COMP-3.
           05  ADJ-REASON-CODE         PIC X(2).
               88  ADJ-WRITEOFF        VALUE "WO".
           05  ADJ-APPROVED-BY         PIC X(8).
           05  ADJ-DEST-LOCATION       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOT-STATUS           PIC XX.
               88  LOT-OK              VALUE "00".
           05  WS-INV-STATUS           PIC XX.
               88  INV-OK              VALUE "00".
           05  WS-LC-STATUS            PIC XX.
               88  LC-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF                  PIC X VALUE 'N'.
           05  WS-LC-EOF               PIC X VALUE 'N'.
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.
               88  MASTER-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOTS-READ            PIC 9(8) VALUE ZERO.
           05  WS-SKUS-CHECKED         PIC 9(6) VALUE ZERO.
           05  WS-LOTS-EXPIRED         PIC 9(6) VALUE ZERO.
           05  WS-LOTS-NEAR-EXPIRY     PIC 9(6) VALUE ZERO.
           05  WS-SKUS-WITH-VARIANCE   PIC 9(6) VALUE ZERO.
           05  WS-SKUS-NO-MASTER       PIC 9(6) VALUE ZERO.
           05  WS-WRITEOFFS-WRITTEN    PIC 9(3) VALUE ZERO.

      *****************************************************************
      * CATEGORY WARNING WINDOWS FROM LOTCAT.DAT.                     *
      *****************************************************************
       01  WS-LOT-CATEGORY-TABLE.
           05  WS-LC-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-LC-IDX.
               10  WS-LC-CATEGORY      PIC X(20).
               10  WS-LC-WARN-DAYS     PIC 9(3).
       01  WS-LOT-CATEGORY-COUNT       PIC 9(3) VALUE ZERO.

      *****************************************************************
      * CONTROL-BREAK TOTALS FOR ONE LOCATION/SKU, AND THE GRAND      *
      * TOTALS.                                                       *
      *****************************************************************
       01  WS-SKU-TOTALS.
           05  WS-CURR-LOCATION        PIC X(4).
           05  WS-CURR-SKU             PIC X(10).
           05  WS-CURR-WARN-DAYS       PIC 9(3).
           05  WS-ST-LOT-QTY           PIC S9(9) COMP-3.
           05  WS-ST-EXPIRED-QTY       PIC S9(9) COMP-3.
           05  WS-ST-VARIANCE          PIC S9(9) COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-EXPIRED-QTY       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GT-EXPIRED-VALUE     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-GT-NEAR-QTY          PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GT-NEAR-VALUE        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-LOT-WORK.
           05  WS-DAYS-LEFT            PIC S9(5) COMP-3.
           05  WS-LOT-VALUE            PIC S9(11)V99 COMP-3.
           05  WS-RUN-DAY-NUMBER       PIC 9(8).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE        PIC X(8).
       01  WS-OPERATOR-ID              PIC X(8).

       01  WS-WO-SEQ                   PIC 9(3) VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER              PIC X(46) VALUE SPACES.
               10  FILLER              PIC X(40)
                   VALUE "LOT EXPIRY AND NEAR-EXPIRY REPORT".
               10  FILLER              PIC X(46) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER              PIC X(10) VALUE "RUN DATE: ".
               10  WS-RPT-RUN-DATE     PIC 9(8).
               10  FILLER              PIC X(114) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER              PIC X(6)  VALUE "LOC".
               10  FILLER              PIC X(12) VALUE "SKU".
               10  FILLER              PIC X(32) VALUE "DESCRIPTION".
               10  FILLER              PIC X(12) VALUE "LOT ID".
               10  FILLER              PIC X(10) VALUE "RECEIVED".
               10  FILLER              PIC X(10) VALUE "EXPIRES".
               10  FILLER              PIC X(10) VALUE "   ON HAND".
               10  FILLER              PIC X(17) VALUE
                   "            VALUE".
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(21) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-LOCATION          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SKU               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-LOT-ID            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-RECEIPT-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-EXPIRY-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-QTY               PIC ZZZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-VALUE             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(21).

       01  WS-STATUS-TEXT.
           05  FILLER                  PIC X(11) VALUE "EXPIRES IN ".
           05  WS-ST-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE " DAYS".

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-QTY               PIC ZZZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-VALUE             PIC $$$,$$$,$$9.99-.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-LOT-CATEGORIES
           PERFORM READ-LOT
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM START-SKU-GROUP
               PERFORM UNTIL WS-EOF = 'Y'
                       OR LOT-LOCATION NOT = WS-CURR-LOCATION
                       OR LOT-SKU NOT = WS-CURR-SKU
                   PERFORM CHECK-LOT
                   PERFORM READ-LOT
               END-PERFORM
               PERFORM FINISH-SKU-GROUP
           END-PERFORM
           PERFORM PRINT-GRAND-TOTALS
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
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
               MOVE "LOTEXPRY" TO WS-OPERATOR-ID
           END-IF
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT LOT-FILE
           IF NOT LOT-OK
               DISPLAY "INVLOT.DAT NOT AVAILABLE: " WS-LOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INVENTORY-MASTER
           IF NOT INV-OK
               DISPLAY "INVMAST.DAT NOT AVAILABLE: " WS-INV-STATUS
               CLOSE LOT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPIRY-REPORT
           OPEN OUTPUT WRITEOFF-TRANS
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       LOAD-LOT-CATEGORIES.
           OPEN INPUT LOT-CATEGORY-FILE
           IF NOT LC-OK
               DISPLAY "WARNING: LOTCAT.DAT NOT AVAILABLE - "
                   "USING 7-DAY WARNING FOR ALL CATEGORIES"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOT-CATEGORY
           PERFORM UNTIL WS-LC-EOF = 'Y'
               IF WS-LOT-CATEGORY-COUNT < 50
                   ADD 1 TO WS-LOT-CATEGORY-COUNT
                   SET WS-LC-IDX TO WS-LOT-CATEGORY-COUNT
                   MOVE LC-CATEGORY TO WS-LC-CATEGORY(WS-LC-IDX)
                   MOVE LC-WARN-DAYS TO WS-LC-WARN-DAYS(WS-LC-IDX)
               ELSE
                   DISPLAY "WARNING: LOT CATEGORY TABLE FULL, "
                       "DROPPING " LC-CATEGORY
               END-IF
               PERFORM READ-LOT-CATEGORY
           END-PERFORM
           CLOSE LOT-CATEGORY-FILE.

       READ-LOT-CATEGORY.
           READ LOT-CATEGORY-FILE
               AT END MOVE 'Y' TO WS-LC-EOF
           END-READ.

       READ-LOT.
           READ LOT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'N'
               ADD 1 TO WS-LOTS-READ
           END-IF.

      *****************************************************************
      * NEW LOCATION/SKU: FETCH ITS MASTER (DESCRIPTION, COST,        *
      * ON-HAND, CATEGORY) AND ITS CATEGORY'S WARNING WINDOW.         *
      *****************************************************************
       START-SKU-GROUP.
           MOVE LOT-LOCATION TO WS-CURR-LOCATION
           MOVE LOT-SKU TO WS-CURR-SKU
           MOVE ZERO TO WS-ST-LOT-QTY
           MOVE ZERO TO WS-ST-EXPIRED-QTY
           ADD 1 TO WS-SKUS-CHECKED
           MOVE LOT-LOCATION TO INV-LOCATION
           MOVE LOT-SKU TO INV-SKU
           READ INVENTORY-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF INV-OK
               MOVE 'Y' TO WS-MASTER-FOUND-FLAG
           ELSE
               MOVE 'N' TO WS-MASTER-FOUND-FLAG
               MOVE "*** NOT ON INVENTORY MASTER ***"
                   TO INV-DESCRIPTION
               MOVE SPACES TO INV-CATEGORY
               MOVE ZERO TO INV-QTY-ONHAND
               MOVE ZERO TO INV-UNIT-COST
               ADD 1 TO WS-SKUS-NO-MASTER
           END-IF
           MOVE 7 TO WS-CURR-WARN-DAYS
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LOT-CATEGORY-COUNT
               IF WS-LC-CATEGORY(WS-LC-IDX) = INV-CATEGORY
                   IF WS-LC-WARN-DAYS(WS-LC-IDX) > ZERO
                       MOVE WS-LC-WARN-DAYS(WS-LC-IDX)
                           TO WS-CURR-WARN-DAYS
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * A LOT IS EXPIRED WHEN ITS EXPIRY DATE IS BEFORE THE RUN DATE  *
      * - THE SAME TEST INVENTORY-UPDATE APPLIES TO A WO WRITE-OFF    *
      * DATED THE RUN DATE - AND NEAR EXPIRY WHEN IT EXPIRES WITHIN   *
      * THE WARNING WINDOW. EMPTY LOTS ARE NOT LISTED.                *
      *****************************************************************
       CHECK-LOT.
           IF LOT-QTY-ONHAND = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD LOT-QTY-ONHAND TO WS-ST-LOT-QTY
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
               - WS-RUN-DAY-NUMBER
           IF WS-DAYS-LEFT > WS-CURR-WARN-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOT-VALUE = LOT-QTY-ONHAND * INV-UNIT-COST
           IF WS-DAYS-LEFT < ZERO
               MOVE "EXPIRED" TO WS-DL-STATUS
               ADD LOT-QTY-ONHAND TO WS-ST-EXPIRED-QTY
               ADD LOT-QTY-ONHAND TO WS-GT-EXPIRED-QTY
               ADD WS-LOT-VALUE TO WS-GT-EXPIRED-VALUE
               ADD 1 TO WS-LOTS-EXPIRED
           ELSE
               MOVE WS-DAYS-LEFT TO WS-ST-DAYS
               MOVE WS-STATUS-TEXT TO WS-DL-STATUS
               ADD LOT-QTY-ONHAND TO WS-GT-NEAR-QTY
               ADD WS-LOT-VALUE TO WS-GT-NEAR-VALUE
               ADD 1 TO WS-LOTS-NEAR-EXPIRY
           END-IF
           MOVE LOT-LOCATION TO WS-DL-LOCATION
           MOVE LOT-SKU TO WS-DL-SKU
           MOVE INV-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE LOT-ID TO WS-DL-LOT-ID
           MOVE LOT-RECEIPT-DATE TO WS-DL-RECEIPT-DATE
           MOVE LOT-EXPIRY-DATE TO WS-DL-EXPIRY-DATE
           MOVE LOT-QTY-ONHAND TO WS-DL-QTY
           MOVE WS-LOT-VALUE TO WS-DL-VALUE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * END OF A LOCATION/SKU: SHOW ANY DIFFERENCE BETWEEN THE LOTS   *
      * AND THE MASTER'S ON-HAND, AND RAISE THE WRITE-OFF FOR ITS     *
      * EXPIRED STOCK (NEVER MORE THAN IS ON HAND).                   *
      *****************************************************************
       FINISH-SKU-GROUP.
           IF MASTER-FOUND
               COMPUTE WS-ST-VARIANCE =
                   INV-QTY-ONHAND - WS-ST-LOT-QTY
               IF WS-ST-VARIANCE NOT = ZERO
                   PERFORM PRINT-VARIANCE-LINE
               END-IF
               IF WS-ST-EXPIRED-QTY > INV-QTY-ONHAND
                   MOVE INV-QTY-ONHAND TO WS-ST-EXPIRED-QTY
               END-IF
               IF WS-ST-EXPIRED-QTY > ZERO
                   PERFORM WRITE-EXPIRY-WRITEOFF
               END-IF
           END-IF.

       PRINT-VARIANCE-LINE.
           MOVE WS-CURR-LOCATION TO WS-DL-LOCATION
           MOVE WS-CURR-SKU TO WS-DL-SKU
           MOVE INV-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE SPACES TO WS-DL-LOT-ID
           MOVE ZERO TO WS-DL-RECEIPT-DATE
           MOVE ZERO TO WS-DL-EXPIRY-DATE
           MOVE WS-ST-VARIANCE TO WS-DL-QTY
           COMPUTE WS-LOT-VALUE = WS-ST-VARIANCE * INV-UNIT-COST
           MOVE WS-LOT-VALUE TO WS-DL-VALUE
           IF WS-ST-VARIANCE > ZERO
               MOVE "UNLOTTED STOCK" TO WS-DL-STATUS
           ELSE
               MOVE "LOTS EXCEED ON-HAND" TO WS-DL-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SKUS-WITH-VARIANCE.

       WRITE-EXPIRY-WRITEOFF.
           IF WS-WO-SEQ = 999
               DISPLAY "WARNING: WRITE-OFF SEQUENCE EXHAUSTED, NO "
                   "WRITE-OFF FOR " WS-CURR-LOCATION " " WS-CURR-SKU
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-SEQ
           MOVE SPACES TO ADJ-TRANS-ID
           STRING "W" WS-RUN-DATE(3:6) WS-WO-SEQ
               DELIMITED BY SIZE INTO ADJ-TRANS-ID
           MOVE WS-RUN-DATE TO ADJ-DATE
           MOVE WS-CURR-LOCATION TO ADJ-LOCATION
           MOVE WS-CURR-SKU TO ADJ-SKU
           COMPUTE ADJ-QUANTITY = ZERO - WS-ST-EXPIRED-QTY
           SET ADJ-WRITEOFF TO TRUE
           MOVE WS-OPERATOR-ID TO ADJ-APPROVED-BY
           MOVE SPACES TO ADJ-DEST-LOCATION
           WRITE ADJ-RECORD
           ADD 1 TO WS-WRITEOFFS-WRITTEN.

       PRINT-GRAND-TOTALS.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           MOVE "TOTAL EXPIRED" TO WS-TL-LABEL
           MOVE WS-GT-EXPIRED-QTY TO WS-TL-QTY
           MOVE WS-GT-EXPIRED-VALUE TO WS-TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL NEAR EXPIRY" TO WS-TL-LABEL
           MOVE WS-GT-NEAR-QTY TO WS-TL-QTY
           MOVE WS-GT-NEAR-VALUE TO WS-TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "LOT EXPIRY COMPLETE"
           DISPLAY "======================================"
           DISPLAY "RUN DATE: " WS-RUN-DATE
           DISPLAY "LOTS READ: " WS-LOTS-READ
           DISPLAY "LOCATION/SKUS CHECKED: " WS-SKUS-CHECKED
           DISPLAY "LOTS EXPIRED: " WS-LOTS-EXPIRED
           DISPLAY "LOTS NEAR EXPIRY: " WS-LOTS-NEAR-EXPIRY
           DISPLAY "EXPIRED VALUE: " WS-GT-EXPIRED-VALUE
           DISPLAY "NEAR-EXPIRY VALUE: " WS-GT-NEAR-VALUE
           DISPLAY "SKUS WITH LOT VARIANCE: " WS-SKUS-WITH-VARIANCE
           DISPLAY "SKUS NOT ON MASTER: " WS-SKUS-NO-MASTER
           DISPLAY "WRITE-OFFS WRITTEN: " WS-WRITEOFFS-WRITTEN
           DISPLAY "======================================"
           CLOSE LOT-FILE
           CLOSE INVENTORY-MASTER
           CLOSE EXPIRY-REPORT
           CLOSE WRITEOFF-TRANS.
