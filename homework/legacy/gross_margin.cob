       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSS-MARGIN.
       AUTHOR. LEGACY-INVENTORY-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: GROSS MARGIN REPORT BY SKU, ROLLED UP BY CATEGORY    *
      * AND LOCATION. SELLING PRICE LIVES ON SALESHST.DAT AND COST ON *
      * INVMAST.DAT, AND NOTHING PUT THE TWO TOGETHER, SO A STORE     *
      * SELLING BELOW COST WAS NOT SEEN UNTIL THE QUARTER CLOSED.     *
      * SALESHST.DAT CARRIES NO LOCATION OR SKU, SO THE SALES IN THE  *
      * REPORTING WINDOW ARE FOUND FROM THE SALE ROWS ON THE MOVEMENT *
      * LEDGER (INVMOVE.DAT, SAME TRANSACTION ID AS SH-SALE-ID). EACH *
      * SALE'S HISTORY ROW GIVES THE UNIT PRICE AND THE UNITS SINCE   *
      * RETURNED, SO RETURNS ARE NETTED AGAINST THE SALE THEY CAME    *
      * BACK FROM:                                                    *
      *   NET UNITS = SH-ORIG-QTY - SH-RETURNED-QTY                   *
      *   REVENUE   = NET UNITS * SH-UNIT-PRICE                       *
      *   COST      = NET UNITS * INV-UNIT-COST                       *
      *   MARGIN    = REVENUE - COST, MARGIN % = MARGIN / REVENUE     *
      * A KIT SALE POSTS ONE MOVEMENT ROW PER COMPONENT UNDER THE     *
      * SALE'S TRANSACTION ID (AN OLDER KIT SALE, ONE ROW FOR THE KIT *
      * SKU ITSELF), SO THE LEDGER'S SALE ROWS ARE TAKEN A            *
      * TRANSACTION AT A TIME AND THE REVENUE COUNTED ONCE. THE KIT   *
      * IS FOUND ON KITBOM.DAT (THE SKU SOLD, ELSE THE KIT WHOSE      *
      * COMPONENTS ARE EXACTLY THE SKUS MOVED) AND REPORTED UNDER ITS *
      * OWN SKU AND CATEGORY, WITH                                    *
      *   COST      = SUM OF NET UNITS * KB-COMP-QTY * COMPONENT      *
      *               INV-UNIT-COST                                   *
      * COMPONENT ROWS MATCHING NO KIT ARE REPORTED UNDER "*NO BOM*", *
      * COSTED AT THE UNITS MOVED SCALED BY THE UNITS NOT RETURNED.   *
      * SKUS BELOW COST OR UNDER THE MIN_MARGIN_PCT THRESHOLD         *
      * (GMARGPRM.DAT, DEFAULT 20) ARE FLAGGED, AS ARE CATEGORY AND   *
      * LOCATION TOTALS THAT FALL UNDER IT.                           *
      * COMMAND LINE: [FROM-DATE] [TO-DATE] (YYYYMMDD, SALE POSTING   *
      * DATES; DEFAULT IS THE MONTH TO DATE). AN INVALID DATE, OR A   *
      * FROM-DATE AFTER THE TO-DATE, ENDS THE RUN WITH RETURN CODE 8. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-LEDGER ASSIGN TO "INVMOVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IM-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SH-SALE-ID
               FILE STATUS IS WS-SH-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL KIT-BOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT OPTIONAL MARGIN-PARAMS ASSIGN TO "GMARGPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT MARGIN-REPORT ASSIGN TO "GMARGIN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "GMSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-LEDGER.
           COPY "invmove.cpy".

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05  SH-SALE-ID              PIC X(10).
           05  SH-ORIG-QTY             PIC S9(5) COMP-3.
           05  SH-RETURNED-QTY         PIC S9(5) COMP-3.
           05  SH-POSTED-DATE          PIC 9(8).
           05  SH-CUSTOMER-ID          PIC X(10).
           05  SH-UNIT-PRICE           PIC S9(7)V99 COMP-3.
           05  SH-LAST-RETURN-DATE     PIC 9(8).

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

       FD  KIT-BOM-FILE.
           COPY "kitbom.cpy".

       FD  MARGIN-PARAMS.
       01  MARGIN-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(16).
           05  RP-PARAM-VALUE      PIC 9(5).

       FD  MARGIN-REPORT.
       01  REPORT-LINE             PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-LOCATION         PIC X(4).
           05  SR-CATEGORY         PIC X(20).
           05  SR-SKU              PIC X(10).
           05  SR-NET-QTY          PIC S9(7) COMP-3.
           05  SR-REVENUE          PIC S9(11)V99 COMP-3.
           05  SR-COST             PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-IM-STATUS        PIC XX.
               88  IM-OK           VALUE "00".
               88  IM-EOF          VALUE "10".
               88  IM-ERROR        VALUE "30" THRU "99".
           05  WS-SH-STATUS        PIC XX.
               88  SH-OK           VALUE "00".
               88  SH-NOT-FOUND    VALUE "23".
           05  WS-INV-STATUS       PIC XX.
               88  INV-OK          VALUE "00".
               88  INV-NOT-FOUND   VALUE "23".
           05  WS-KB-STATUS        PIC XX.
               88  KB-OK           VALUE "00".
           05  WS-RP-STATUS        PIC XX.
               88  RP-OK           VALUE "00".
               88  RP-EOF          VALUE "10".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG    PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-MOVES-READ       PIC 9(8) VALUE ZERO.
           05  WS-SALES-IN-WINDOW  PIC 9(8) VALUE ZERO.
           05  WS-SALES-NO-HISTORY PIC 9(6) VALUE ZERO.
           05  WS-SALES-NO-MASTER  PIC 9(6) VALUE ZERO.
           05  WS-KIT-SALES        PIC 9(6) VALUE ZERO.
           05  WS-KIT-SALES-NO-BOM PIC 9(6) VALUE ZERO.
           05  WS-SKUS-LISTED      PIC 9(6) VALUE ZERO.
           05  WS-SKUS-BELOW-COST  PIC 9(6) VALUE ZERO.
           05  WS-SKUS-LOW-MARGIN  PIC 9(6) VALUE ZERO.

      *****************************************************************
      * THRESHOLD, OVERRIDABLE FROM A GMARGPRM.DAT MIN_MARGIN_PCT ROW *
      * (WHOLE PERCENT).                                              *
      *****************************************************************
       01  WS-CALC-PARAMS.
           05  WS-MIN-MARGIN-PCT   PIC 9(3) VALUE 20.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-DATE-OVERRIDE PIC X(8).
           05  WS-PARM-LINE        PIC X(40).
           05  WS-PARM-FROM        PIC X(8).
           05  WS-PARM-TO          PIC X(8).
           05  WS-FROM-DATE        PIC 9(8).
           05  WS-TO-DATE          PIC 9(8).
           05  WS-MOVE-DATE        PIC 9(8).

      *****************************************************************
      * CONTROL-BREAK ACCUMULATORS: SKU, CATEGORY WITHIN LOCATION,    *
      * LOCATION, AND GRAND TOTAL.                                    *
      *****************************************************************
       01  WS-CURRENT-KEYS.
           05  WS-CURR-LOCATION    PIC X(4).
           05  WS-CURR-CATEGORY    PIC X(20).
           05  WS-CURR-SKU         PIC X(10).

       01  WS-SKU-TOTALS.
           05  WS-SK-NET-QTY       PIC S9(9) COMP-3.
           05  WS-SK-REVENUE       PIC S9(13)V99 COMP-3.
           05  WS-SK-COST          PIC S9(13)V99 COMP-3.
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-NET-QTY       PIC S9(9) COMP-3.
           05  WS-CT-REVENUE       PIC S9(13)V99 COMP-3.
           05  WS-CT-COST          PIC S9(13)V99 COMP-3.
       01  WS-LOCATION-TOTALS.
           05  WS-LT-NET-QTY       PIC S9(9) COMP-3.
           05  WS-LT-REVENUE       PIC S9(13)V99 COMP-3.
           05  WS-LT-COST          PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-GT-NET-QTY       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GT-REVENUE       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-COST          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * ONE SET OF LINE FIGURES, LOADED FROM WHICHEVER LEVEL IS BEING *
      * PRINTED, SO THE MARGIN ARITHMETIC AND FLAG TEST LIVE IN ONE   *
      * PLACE.                                                        *
      *****************************************************************
       01  WS-LINE-WORK.
           05  WS-LN-NET-QTY       PIC S9(9) COMP-3.
           05  WS-LN-REVENUE       PIC S9(13)V99 COMP-3.
           05  WS-LN-COST          PIC S9(13)V99 COMP-3.
           05  WS-LN-MARGIN        PIC S9(13)V99 COMP-3.
           05  WS-LN-MARGIN-PCT    PIC S9(5)V9 COMP-3.
           05  WS-LN-FLAG          PIC X(12).

       01  WS-CALC-WORK.
           05  WS-NET-QTY          PIC S9(7) COMP-3.
           05  WS-SALE-COST        PIC S9(11)V99 COMP-3.

      *****************************************************************
      * KITBOM.DAT, LOADED WHOLE SO A KIT CAN BE FOUND FROM ITS       *
      * COMPONENTS. ZERO-QUANTITY ROWS AND A KIT LISTED AS ITS OWN    *
      * COMPONENT ARE IGNORED, AS IN INVENTORY-UPDATE.                *
      *****************************************************************
       01  WS-KIT-BOM-TABLE.
           05  WS-KB-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-KB-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-KB-IDX WS-KB-IDX2.
               10  WS-KB-KIT-SKU   PIC X(10).
               10  WS-KB-COMP-SKU  PIC X(10).
               10  WS-KB-COMP-QTY  PIC 9(3).

      *****************************************************************
      * THE SALE ROWS OF ONE TRANSACTION ID, WITH THE UNITS EACH ROW  *
      * TOOK OUT OF STOCK. A KIT HAS AT MOST 20 COMPONENTS.           *
      *****************************************************************
       01  WS-SALE-GROUP.
           05  WS-SG-TRANS-ID      PIC X(10).
           05  WS-SG-LOCATION      PIC X(4).
           05  WS-SG-DATE          PIC 9(8).
           05  WS-SG-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SG-ROW OCCURS 20 TIMES
               INDEXED BY WS-SG-IDX.
               10  WS-SG-SKU       PIC X(10).
               10  WS-SG-QTY       PIC S9(7) COMP-3.

       01  WS-KIT-MATCH.
           05  WS-KIT-SKU          PIC X(10).
           05  WS-CAND-KIT-SKU     PIC X(10).
           05  WS-CAND-COMPS       PIC 9(3).
           05  WS-CAND-MATCHED     PIC 9(3).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(46) VALUE SPACES.
               10  FILLER          PIC X(40)
                   VALUE "GROSS MARGIN BY SKU, CATEGORY, LOCATION".
               10  FILLER          PIC X(46) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(6)  VALUE "FROM: ".
               10  WS-H2-FROM      PIC 9(8).
               10  FILLER          PIC X(6)  VALUE "  TO: ".
               10  WS-H2-TO        PIC 9(8).
               10  FILLER          PIC X(18)
                   VALUE "  MIN MARGIN PCT: ".
               10  WS-H2-MIN-PCT   PIC ZZ9.
               10  FILLER          PIC X(83) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(6)  VALUE "LOC".
               10  FILLER          PIC X(12) VALUE "SKU".
               10  FILLER          PIC X(22) VALUE "CATEGORY".
               10  FILLER          PIC X(10) VALUE "NET UNITS".
               10  FILLER          PIC X(16) VALUE "        REVENUE".
               10  FILLER          PIC X(16) VALUE "  COST OF GOODS".
               10  FILLER          PIC X(16) VALUE " MARGIN DOLLARS".
               10  FILLER          PIC X(11) VALUE "  MARGIN %".
               10  FILLER          PIC X(23) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-DL-LOCATION      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-SKU           PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-CATEGORY      PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-NET-QTY       PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-REVENUE       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-COST          PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-DL-MARGIN        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-MARGIN-PCT    PIC ZZZZ9.9-.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DL-FLAG          PIC X(12).
           05  FILLER              PIC X(11) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-CALC-PARAMS
           PERFORM PRINT-REPORT-HEADERS
           SORT SORT-WORK
               ON ASCENDING KEY SR-LOCATION SR-CATEGORY SR-SKU
               INPUT PROCEDURE IS RELEASE-WINDOW-SALES
               OUTPUT PROCEDURE IS PRINT-MARGIN-LINES
           PERFORM PRINT-GRAND-TOTAL
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
           PERFORM ESTABLISH-REPORT-WINDOW
           OPEN INPUT MOVEMENT-LEDGER
           IF NOT IM-OK
               DISPLAY "INVMOVE.DAT NOT AVAILABLE: " WS-IM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF NOT SH-OK
               DISPLAY "SALESHST.DAT NOT AVAILABLE: " WS-SH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INVENTORY-MASTER
           IF NOT INV-OK
               DISPLAY "INVMAST.DAT NOT AVAILABLE: " WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-KIT-BOM
           OPEN OUTPUT MARGIN-REPORT.

       LOAD-KIT-BOM.
           OPEN INPUT KIT-BOM-FILE
           IF NOT KB-OK
               DISPLAY "WARNING: KITBOM.DAT NOT AVAILABLE - "
                   "KIT SALES NOT IDENTIFIED"
               EXIT PARAGRAPH
           END-IF
           READ KIT-BOM-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF KB-COMP-QTY NUMERIC AND KB-COMP-QTY > ZERO
                       AND KB-COMP-SKU NOT = KB-KIT-SKU
                   IF WS-KB-COUNT < 2000
                       ADD 1 TO WS-KB-COUNT
                       SET WS-KB-IDX TO WS-KB-COUNT
                       MOVE KB-KIT-SKU TO WS-KB-KIT-SKU(WS-KB-IDX)
                       MOVE KB-COMP-SKU TO WS-KB-COMP-SKU(WS-KB-IDX)
                       MOVE KB-COMP-QTY TO WS-KB-COMP-QTY(WS-KB-IDX)
                   ELSE
                       DISPLAY "WARNING: KIT TABLE FULL, DROPPING "
                           KB-KIT-SKU " " KB-COMP-SKU
                   END-IF
               END-IF
               READ KIT-BOM-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE KIT-BOM-FILE.

       ESTABLISH-REPORT-WINDOW.
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           MOVE "01" TO WS-FROM-DATE(7:2)
           MOVE WS-RUN-DATE TO WS-TO-DATE
           MOVE SPACES TO WS-PARM-FROM WS-PARM-TO
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-FROM WS-PARM-TO
           END-UNSTRING
           IF WS-PARM-FROM NOT = SPACES
               IF WS-PARM-FROM NOT NUMERIC
                   DISPLAY "INVALID FROM DATE: " WS-PARM-FROM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-FROM TO WS-FROM-DATE
           END-IF
           IF WS-PARM-TO NOT = SPACES
               IF WS-PARM-TO NOT NUMERIC
                   DISPLAY "INVALID TO DATE: " WS-PARM-TO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-TO TO WS-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
               DISPLAY "INVALID FROM DATE: " WS-FROM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
               DISPLAY "INVALID TO DATE: " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE " WS-FROM-DATE " IS AFTER TO DATE "
                   WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CALC-PARAMS.
           OPEN INPUT MARGIN-PARAMS
           READ MARGIN-PARAMS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               EVALUATE RP-PARAM-TYPE
                   WHEN "MIN_MARGIN_PCT"
                       MOVE RP-PARAM-VALUE TO WS-MIN-MARGIN-PCT
                   WHEN OTHER
                       DISPLAY "WARNING: UNKNOWN GMARGPRM TYPE "
                           RP-PARAM-TYPE " IGNORED"
               END-EVALUATE
               READ MARGIN-PARAMS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE MARGIN-PARAMS.

       PRINT-REPORT-HEADERS.
           MOVE WS-FROM-DATE TO WS-H2-FROM
           MOVE WS-TO-DATE TO WS-H2-TO
           MOVE WS-MIN-MARGIN-PCT TO WS-H2-MIN-PCT
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

      *****************************************************************
      * ONE PASS OVER THE MOVEMENT LEDGER. THE SALE ROWS OF ONE       *
      * TRANSACTION ID ARE WRITTEN TOGETHER, SO THEY ARE GATHERED     *
      * UNTIL THE ID CHANGES AND THEN RELEASED AS ONE SALE. THE       *
      * SALE'S HISTORY ROW SUPPLIES PRICE AND RETURNED UNITS; THE     *
      * MASTER SUPPLIES CATEGORY AND CURRENT UNIT COST.               *
      *****************************************************************
       RELEASE-WINDOW-SALES.
           MOVE ZERO TO WS-SG-COUNT
           READ MOVEMENT-LEDGER
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-MOVES-READ
               IF IM-MOVE-TYPE = "SALE"
                   IF WS-SG-COUNT > ZERO
                           AND IM-TRANS-ID NOT = WS-SG-TRANS-ID
                       PERFORM RELEASE-ONE-SALE
                       MOVE ZERO TO WS-SG-COUNT
                   END-IF
                   PERFORM ADD-SALE-ROW
               END-IF
               READ MOVEMENT-LEDGER
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           IF WS-SG-COUNT > ZERO
               PERFORM RELEASE-ONE-SALE
               MOVE ZERO TO WS-SG-COUNT
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-SALE-ROW.
           IF WS-SG-COUNT = ZERO
               MOVE IM-TRANS-ID TO WS-SG-TRANS-ID
               MOVE IM-LOCATION TO WS-SG-LOCATION
               MOVE IM-TIMESTAMP(1:8) TO WS-SG-DATE
           END-IF
           IF WS-SG-COUNT < 20
               ADD 1 TO WS-SG-COUNT
               SET WS-SG-IDX TO WS-SG-COUNT
               MOVE IM-SKU TO WS-SG-SKU(WS-SG-IDX)
               COMPUTE WS-SG-QTY(WS-SG-IDX) =
                   IM-QTY-BEFORE - IM-QTY-AFTER
           ELSE
               DISPLAY "WARNING: MORE THAN 20 SALE ROWS FOR "
                   IM-TRANS-ID ", DROPPING " IM-SKU
           END-IF.

      *****************************************************************
      * A SINGLE ROW FOR A KIT SKU IS A KIT SALE. A SINGLE ROW THAT   *
      * MOVED EXACTLY THE UNITS SOLD IS AN ORDINARY SALE. ANYTHING    *
      * ELSE IS A KIT SALE POSTED BY COMPONENT, AND THE KIT IS FOUND  *
      * FROM THE COMPONENTS.                                          *
      *****************************************************************
       RELEASE-ONE-SALE.
           MOVE WS-SG-DATE TO WS-MOVE-DATE
           IF WS-MOVE-DATE < WS-FROM-DATE
                   OR WS-MOVE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SALES-IN-WINDOW
           MOVE WS-SG-TRANS-ID TO SH-SALE-ID
           READ SALES-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT SH-OK
               DISPLAY "WARNING: NO SALES HISTORY FOR SALE "
                   WS-SG-TRANS-ID " - NOT IN MARGIN"
               ADD 1 TO WS-SALES-NO-HISTORY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NET-QTY = SH-ORIG-QTY - SH-RETURNED-QTY
           MOVE SPACES TO WS-KIT-SKU
           IF WS-SG-COUNT = 1
               PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                       UNTIL WS-KB-IDX > WS-KB-COUNT
                   IF WS-KB-KIT-SKU(WS-KB-IDX) = WS-SG-SKU(1)
                       MOVE WS-SG-SKU(1) TO WS-KIT-SKU
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-KIT-SKU = SPACES
                       AND WS-SG-QTY(1) = SH-ORIG-QTY
                   PERFORM RELEASE-SKU-SALE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-KIT-SKU = SPACES
               PERFORM FIND-KIT-FROM-COMPONENTS
           END-IF
           IF WS-KIT-SKU = SPACES
               PERFORM RELEASE-NO-BOM-SALE
           ELSE
               PERFORM RELEASE-KIT-SALE
           END-IF.

       RELEASE-SKU-SALE.
           MOVE WS-SG-LOCATION TO INV-LOCATION
           MOVE WS-SG-SKU(1) TO INV-SKU
           READ INVENTORY-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT INV-OK
               MOVE "*NO MASTER*" TO INV-CATEGORY
               MOVE ZERO TO INV-UNIT-COST
               ADD 1 TO WS-SALES-NO-MASTER
           END-IF
           MOVE WS-SG-LOCATION TO SR-LOCATION
           MOVE INV-CATEGORY TO SR-CATEGORY
           MOVE WS-SG-SKU(1) TO SR-SKU
           MOVE WS-NET-QTY TO SR-NET-QTY
           COMPUTE SR-REVENUE = WS-NET-QTY * SH-UNIT-PRICE
           COMPUTE SR-COST = WS-NET-QTY * INV-UNIT-COST
           RELEASE SORT-RECORD.

      *****************************************************************
      * THE KIT WHOSE BILL OF MATERIALS IS EXACTLY THE SKUS MOVED:    *
      * EVERY ROW'S SKU IS ONE OF ITS COMPONENTS AND IT HAS NO OTHER. *
      * THE FIRST ROW'S SKU NAMES THE CANDIDATES.                     *
      *****************************************************************
       FIND-KIT-FROM-COMPONENTS.
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KB-COUNT
                   OR WS-KIT-SKU NOT = SPACES
               IF WS-KB-COMP-SKU(WS-KB-IDX) = WS-SG-SKU(1)
                   MOVE WS-KB-KIT-SKU(WS-KB-IDX) TO WS-CAND-KIT-SKU
                   PERFORM CHECK-CANDIDATE-KIT
               END-IF
           END-PERFORM.

       CHECK-CANDIDATE-KIT.
           MOVE ZERO TO WS-CAND-COMPS
           MOVE ZERO TO WS-CAND-MATCHED
           PERFORM VARYING WS-KB-IDX2 FROM 1 BY 1
                   UNTIL WS-KB-IDX2 > WS-KB-COUNT
               IF WS-KB-KIT-SKU(WS-KB-IDX2) = WS-CAND-KIT-SKU
                   ADD 1 TO WS-CAND-COMPS
                   PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-SG-COUNT
                       IF WS-SG-SKU(WS-SG-IDX)
                               = WS-KB-COMP-SKU(WS-KB-IDX2)
                           ADD 1 TO WS-CAND-MATCHED
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-CAND-COMPS = WS-SG-COUNT
                   AND WS-CAND-MATCHED = WS-SG-COUNT
               MOVE WS-CAND-KIT-SKU TO WS-KIT-SKU
           END-IF.

      *****************************************************************
      * REVENUE ONCE FOR THE KIT; COST FROM EVERY COMPONENT ON ITS    *
      * BILL OF MATERIALS AT THE SELLING LOCATION. A COMPONENT NOT ON *
      * THE MASTER IS COSTED AT ZERO AND COUNTED.                     *
      *****************************************************************
       RELEASE-KIT-SALE.
           ADD 1 TO WS-KIT-SALES
           MOVE ZERO TO WS-SALE-COST
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KB-COUNT
               IF WS-KB-KIT-SKU(WS-KB-IDX) = WS-KIT-SKU
                   MOVE WS-SG-LOCATION TO INV-LOCATION
                   MOVE WS-KB-COMP-SKU(WS-KB-IDX) TO INV-SKU
                   READ INVENTORY-MASTER
                       INVALID KEY CONTINUE
                   END-READ
                   IF INV-OK
                       COMPUTE WS-SALE-COST = WS-SALE-COST
                           + WS-NET-QTY * WS-KB-COMP-QTY(WS-KB-IDX)
                           * INV-UNIT-COST
                   ELSE
                       ADD 1 TO WS-SALES-NO-MASTER
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SG-LOCATION TO INV-LOCATION
           MOVE WS-KIT-SKU TO INV-SKU
           READ INVENTORY-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT INV-OK
               MOVE "*NO MASTER*" TO INV-CATEGORY
               ADD 1 TO WS-SALES-NO-MASTER
           END-IF
           MOVE WS-SG-LOCATION TO SR-LOCATION
           MOVE INV-CATEGORY TO SR-CATEGORY
           MOVE WS-KIT-SKU TO SR-SKU
           MOVE WS-NET-QTY TO SR-NET-QTY
           COMPUTE SR-REVENUE = WS-NET-QTY * SH-UNIT-PRICE
           MOVE WS-SALE-COST TO SR-COST
           RELEASE SORT-RECORD.

      *****************************************************************
      * COMPONENT ROWS NO KIT ON KITBOM.DAT ACCOUNTS FOR (THE BILL OF *
      * MATERIALS HAS CHANGED SINCE THE SALE, OR THE FILE IS ABSENT). *
      * EACH ROW IS COSTED AT THE UNITS IT MOVED, SCALED BY THE SHARE *
      * OF THE SALE NOT RETURNED.                                     *
      *****************************************************************
       RELEASE-NO-BOM-SALE.
           ADD 1 TO WS-KIT-SALES-NO-BOM
           DISPLAY "WARNING: NO KIT ON KITBOM.DAT FOR SALE "
               WS-SG-TRANS-ID " - LISTED UNDER *NO BOM*"
           MOVE ZERO TO WS-SALE-COST
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               MOVE WS-SG-LOCATION TO INV-LOCATION
               MOVE WS-SG-SKU(WS-SG-IDX) TO INV-SKU
               READ INVENTORY-MASTER
                   INVALID KEY CONTINUE
               END-READ
               IF INV-OK AND SH-ORIG-QTY NOT = ZERO
                   COMPUTE WS-SALE-COST ROUNDED = WS-SALE-COST
                       + WS-SG-QTY(WS-SG-IDX) * INV-UNIT-COST
                       * WS-NET-QTY / SH-ORIG-QTY
               END-IF
               IF NOT INV-OK
                   ADD 1 TO WS-SALES-NO-MASTER
               END-IF
           END-PERFORM
           MOVE WS-SG-LOCATION TO SR-LOCATION
           MOVE "*KIT NOT ON BOM*" TO SR-CATEGORY
           MOVE "*NO BOM*" TO SR-SKU
           MOVE WS-NET-QTY TO SR-NET-QTY
           COMPUTE SR-REVENUE = WS-NET-QTY * SH-UNIT-PRICE
           MOVE WS-SALE-COST TO SR-COST
           RELEASE SORT-RECORD.

       PRINT-MARGIN-LINES.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               MOVE SR-LOCATION TO WS-CURR-LOCATION
               INITIALIZE WS-LOCATION-TOTALS
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-LOCATION NOT = WS-CURR-LOCATION
                   MOVE SR-CATEGORY TO WS-CURR-CATEGORY
                   INITIALIZE WS-CATEGORY-TOTALS
                   PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                           OR SR-LOCATION NOT = WS-CURR-LOCATION
                           OR SR-CATEGORY NOT = WS-CURR-CATEGORY
                       PERFORM ACCUMULATE-ONE-SKU
                       PERFORM PRINT-SKU-LINE
                   END-PERFORM
                   PERFORM PRINT-CATEGORY-TOTAL
               END-PERFORM
               PERFORM PRINT-LOCATION-TOTAL
           END-PERFORM.

       ACCUMULATE-ONE-SKU.
           MOVE SR-SKU TO WS-CURR-SKU
           INITIALIZE WS-SKU-TOTALS
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                   OR SR-LOCATION NOT = WS-CURR-LOCATION
                   OR SR-CATEGORY NOT = WS-CURR-CATEGORY
                   OR SR-SKU NOT = WS-CURR-SKU
               ADD SR-NET-QTY TO WS-SK-NET-QTY
               ADD SR-REVENUE TO WS-SK-REVENUE
               ADD SR-COST TO WS-SK-COST
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
               END-RETURN
           END-PERFORM
           ADD WS-SK-NET-QTY TO WS-CT-NET-QTY
           ADD WS-SK-REVENUE TO WS-CT-REVENUE
           ADD WS-SK-COST TO WS-CT-COST.

       PRINT-SKU-LINE.
           MOVE WS-SK-NET-QTY TO WS-LN-NET-QTY
           MOVE WS-SK-REVENUE TO WS-LN-REVENUE
           MOVE WS-SK-COST TO WS-LN-COST
           PERFORM COMPUTE-LINE-MARGIN
           EVALUATE WS-LN-FLAG
               WHEN "BELOW COST"
                   ADD 1 TO WS-SKUS-BELOW-COST
               WHEN "LOW MARGIN"
                   ADD 1 TO WS-SKUS-LOW-MARGIN
           END-EVALUATE
           MOVE WS-CURR-LOCATION TO WS-DL-LOCATION
           MOVE WS-CURR-SKU TO WS-DL-SKU
           MOVE WS-CURR-CATEGORY TO WS-DL-CATEGORY
           PERFORM WRITE-MARGIN-LINE
           ADD 1 TO WS-SKUS-LISTED.

       PRINT-CATEGORY-TOTAL.
           MOVE WS-CT-NET-QTY TO WS-LN-NET-QTY
           MOVE WS-CT-REVENUE TO WS-LN-REVENUE
           MOVE WS-CT-COST TO WS-LN-COST
           PERFORM COMPUTE-LINE-MARGIN
           MOVE WS-CURR-LOCATION TO WS-DL-LOCATION
           MOVE "CAT TOTAL" TO WS-DL-SKU
           MOVE WS-CURR-CATEGORY TO WS-DL-CATEGORY
           PERFORM WRITE-MARGIN-LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           ADD WS-CT-NET-QTY TO WS-LT-NET-QTY
           ADD WS-CT-REVENUE TO WS-LT-REVENUE
           ADD WS-CT-COST TO WS-LT-COST.

       PRINT-LOCATION-TOTAL.
           MOVE WS-LT-NET-QTY TO WS-LN-NET-QTY
           MOVE WS-LT-REVENUE TO WS-LN-REVENUE
           MOVE WS-LT-COST TO WS-LN-COST
           PERFORM COMPUTE-LINE-MARGIN
           MOVE WS-CURR-LOCATION TO WS-DL-LOCATION
           MOVE "LOC TOTAL" TO WS-DL-SKU
           MOVE SPACES TO WS-DL-CATEGORY
           PERFORM WRITE-MARGIN-LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           ADD WS-LT-NET-QTY TO WS-GT-NET-QTY
           ADD WS-LT-REVENUE TO WS-GT-REVENUE
           ADD WS-LT-COST TO WS-GT-COST.

       PRINT-GRAND-TOTAL.
           MOVE WS-GT-NET-QTY TO WS-LN-NET-QTY
           MOVE WS-GT-REVENUE TO WS-LN-REVENUE
           MOVE WS-GT-COST TO WS-LN-COST
           PERFORM COMPUTE-LINE-MARGIN
           MOVE SPACES TO WS-DL-LOCATION
           MOVE "TOTAL" TO WS-DL-SKU
           MOVE SPACES TO WS-DL-CATEGORY
           PERFORM WRITE-MARGIN-LINE.

      *****************************************************************
      * MARGIN % IS ZERO WHEN THERE IS NO NET REVENUE (EVERYTHING     *
      * SOLD CAME BACK). A NEGATIVE MARGIN IS "BELOW COST"; ANY OTHER *
      * LINE UNDER THE THRESHOLD IS "LOW MARGIN". A LINE WITH NO NET  *
      * REVENUE AND NO COST IS NOT FLAGGED.                           *
      *****************************************************************
       COMPUTE-LINE-MARGIN.
           COMPUTE WS-LN-MARGIN = WS-LN-REVENUE - WS-LN-COST
           IF WS-LN-REVENUE = ZERO
               MOVE ZERO TO WS-LN-MARGIN-PCT
           ELSE
               COMPUTE WS-LN-MARGIN-PCT ROUNDED =
                   WS-LN-MARGIN * 100 / WS-LN-REVENUE
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-LN-MARGIN-PCT
               END-COMPUTE
           END-IF
           MOVE SPACES TO WS-LN-FLAG
           IF WS-LN-MARGIN < ZERO
               MOVE "BELOW COST" TO WS-LN-FLAG
           ELSE
               IF WS-LN-REVENUE NOT = ZERO
                       AND WS-LN-MARGIN-PCT < WS-MIN-MARGIN-PCT
                   MOVE "LOW MARGIN" TO WS-LN-FLAG
               END-IF
           END-IF.

       WRITE-MARGIN-LINE.
           MOVE WS-LN-NET-QTY TO WS-DL-NET-QTY
           MOVE WS-LN-REVENUE TO WS-DL-REVENUE
           MOVE WS-LN-COST TO WS-DL-COST
           MOVE WS-LN-MARGIN TO WS-DL-MARGIN
           MOVE WS-LN-MARGIN-PCT TO WS-DL-MARGIN-PCT
           MOVE WS-LN-FLAG TO WS-DL-FLAG
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "GROSS MARGIN REPORT COMPLETE"
           DISPLAY "======================================"
           DISPLAY "WINDOW: " WS-FROM-DATE " - " WS-TO-DATE
           DISPLAY "MOVEMENT ROWS READ: " WS-MOVES-READ
           DISPLAY "SALES IN WINDOW: " WS-SALES-IN-WINDOW
           DISPLAY "SALES WITHOUT HISTORY: " WS-SALES-NO-HISTORY
           DISPLAY "SALES WITHOUT MASTER: " WS-SALES-NO-MASTER
           DISPLAY "KIT SALES: " WS-KIT-SALES
           DISPLAY "KIT SALES NOT ON KITBOM: " WS-KIT-SALES-NO-BOM
           DISPLAY "SKUS LISTED: " WS-SKUS-LISTED
           DISPLAY "SKUS BELOW COST: " WS-SKUS-BELOW-COST
           DISPLAY "SKUS UNDER MIN MARGIN: " WS-SKUS-LOW-MARGIN
           DISPLAY "======================================"
           CLOSE MOVEMENT-LEDGER
           CLOSE SALES-HISTORY-FILE
           CLOSE INVENTORY-MASTER
           CLOSE MARGIN-REPORT.
