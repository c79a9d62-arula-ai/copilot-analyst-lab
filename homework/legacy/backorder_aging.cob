       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-AGING.
       AUTHOR. LEGACY-INVENTORY-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: CUSTOMER BACKORDER AGING REPORT BY SKU AND CUSTOMER. *
      * READS THE OPEN BACKORDERS ON BACKORDR.DAT (SEE BACKORD.CPY)   *
      * IN KEY ORDER, SO EACH LOCATION/SKU'S BACKORDERS COME OLDEST   *
      * FIRST - THE ORDER INVENTORY-UPDATE FILLS THEM IN WHEN A PO    *
      * RECEIPT POSTS. WALKING THAT QUEUE AGAINST THE SKU'S ON-HAND   *
      * (INVMAST.DAT) AND ITS OPEN PURCHASE ORDERS (POMAST.DAT,       *
      * EARLIEST EXPECTED DATE FIRST, OUTSTANDING QUANTITY ONLY)      *
      * GIVES EACH BACKORDER THE PO WHOSE RECEIPT WILL FILL IT AND    *
      * THAT PO'S EXPECTED DATE - THE DATE CUSTOMER SERVICE CAN       *
      * QUOTE. A BACKORDER THE ON-HAND ALREADY COVERS IS FLAGGED      *
      * STOCK ON HAND; ONE NO OPEN PO REACHES IS FLAGGED NO PO COVERS *
      * (THE REORDER SCAN COUNTS IT AS DEMAND WHEN IT SIZES THE NEXT  *
      * PURCHASE ORDER). A KIT (KITBOM.DAT) HOLDS NO STOCK, SO ITS    *
      * QUEUE IS WALKED AGAINST EACH COMPONENT AT THE LOCATION: IT IS *
      * ON HAND ONLY IF THE MOST LIMITING COMPONENT'S ON-HAND COVERS  *
      * IT, AND ITS EXPECTED DATE IS THE LATEST OF THE COMPONENTS'    *
      * COVERING PO DATES.                                            *
      * THE LINES ARE SORTED BY SKU, CUSTOMER, LOCATION AND ORDER     *
      * DATE ONTO BOAGING.DAT, WITH THE AGE IN DAYS SINCE THE         *
      * ORIGINAL SALE, A SUBTOTAL PER SKU, AND A SUMMARY BY AGE BAND. *
      * NOTHING IS UPDATED HERE.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT OPTIONAL KIT-BOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT AGING-REPORT ASSIGN TO "BOAGING.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "BOSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
           COPY "backord.cpy".

       FD  PO-MASTER.
           COPY "pomast.cpy".

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

       FD  KIT-BOM-FILE.
           COPY "kitbom.cpy".

       FD  AGING-REPORT.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-SKU                  PIC X(10).
           05  SR-CUSTOMER-ID          PIC X(10).
           05  SR-LOCATION             PIC X(4).
           05  SR-ORDER-DATE           PIC 9(8).
           05  SR-SALE-ID              PIC X(10).
           05  SR-DESCRIPTION          PIC X(30).
           05  SR-QTY                  PIC S9(5) COMP-3.
           05  SR-VALUE                PIC S9(11)V99 COMP-3.
           05  SR-AGE-DAYS             PIC S9(5) COMP-3.
           05  SR-EXPECTED-DATE        PIC 9(8).
           05  SR-PO-NUMBER            PIC X(10).
           05  SR-COVER-STATUS         PIC X(1).
               88  SR-ON-HAND          VALUE 'H'.
               88  SR-ON-PO            VALUE 'P'.
               88  SR-PO-OVERDUE       VALUE 'L'.
               88  SR-NOT-COVERED      VALUE 'N'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BO-STATUS            PIC XX.
               88  BO-OK               VALUE "00".
           05  WS-PO-STATUS            PIC XX.
               88  PO-OK               VALUE "00".
           05  WS-INV-STATUS           PIC XX.
               88  INV-OK              VALUE "00".
           05  WS-KB-STATUS            PIC XX.
               88  KB-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-EOF                  PIC X VALUE 'N'.
           05  WS-PO-EOF               PIC X VALUE 'N'.
           05  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-KB-SCAN-EOF          PIC X VALUE 'N'.
           05  WS-KIT-BOM-FLAG         PIC X VALUE 'N'.
               88  KIT-BOM-ON          VALUE 'Y'.
           05  WS-KIT-FLAG             PIC X VALUE 'N'.
               88  SKU-IS-KIT          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-BACKORDERS-READ      PIC 9(8) VALUE ZERO.
           05  WS-OPEN-LISTED          PIC 9(6) VALUE ZERO.
           05  WS-SKUS-LISTED          PIC 9(6) VALUE ZERO.
           05  WS-OPEN-POS-LOADED      PIC 9(6) VALUE ZERO.
           05  WS-NOT-COVERED          PIC 9(6) VALUE ZERO.

      *****************************************************************
      * OPEN PURCHASE ORDERS WITH QUANTITY STILL TO ARRIVE, AND THE   *
      * ONES FOR THE LOCATION/SKU IN HAND, EARLIEST EXPECTED FIRST.   *
      *****************************************************************
       01  WS-OPEN-PO-TABLE.
           05  WS-OP-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-OP-IDX.
               10  WS-OP-LOCATION      PIC X(4).
               10  WS-OP-SKU           PIC X(10).
               10  WS-OP-PO-NUMBER     PIC X(10).
               10  WS-OP-EXPECTED-DATE PIC 9(8).
               10  WS-OP-OUTSTANDING   PIC 9(5).
       01  WS-OPEN-PO-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-GROUP-PO-TABLE.
           05  WS-GP-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-GP-IDX WS-GP-MOVE-IDX.
               10  WS-GP-PO-NUMBER     PIC X(10).
               10  WS-GP-EXPECTED-DATE PIC 9(8).
               10  WS-GP-OUTSTANDING   PIC 9(5).
       01  WS-GROUP-PO-COUNT           PIC 9(3) VALUE ZERO.

      *****************************************************************
      * FIFO COVERAGE WORK FOR ONE LOCATION/SKU: THE BACKORDER QUEUE  *
      * SO FAR AGAINST ON-HAND PLUS THE POS CONSUMED SO FAR.          *
      *****************************************************************
       01  WS-GROUP-WORK.
           05  WS-CURR-LOCATION        PIC X(4).
           05  WS-CURR-SKU             PIC X(10).
           05  WS-CURR-DESCRIPTION     PIC X(30).
           05  WS-CUM-BACKORDER        PIC S9(9) COMP-3.
           05  WS-CUM-SUPPLY           PIC S9(9) COMP-3.
           05  WS-NEXT-GP              PIC 9(3).
           05  WS-GROUP-PO-SKU         PIC X(10).

      *****************************************************************
      * COMPONENTS OF A KIT IN HAND, EACH WITH ITS OWN ON-HAND AT THE *
      * LOCATION, ITS OPEN POS EARLIEST FIRST (A COPY OF THE GROUP PO *
      * TABLE BUILT FOR IT) AND THE POS DRAWN SO FAR. THE KIT QUEUE   *
      * NEEDS WS-CUM-BACKORDER * WS-KC-QTY OF EACH.                   *
      *****************************************************************
       01  WS-KIT-COMP-TABLE.
           05  WS-KC-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-KC-IDX.
               10  WS-KC-SKU           PIC X(10).
               10  WS-KC-QTY           PIC 9(3).
               10  WS-KC-SUPPLY        PIC S9(9) COMP-3.
               10  WS-KC-NEXT-GP       PIC 9(3).
               10  WS-KC-PO-COUNT      PIC 9(3).
               10  WS-KC-PO-TABLE.
                   15  WS-KP-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-KP-IDX.
                       20  WS-KP-PO-NUMBER     PIC X(10).
                       20  WS-KP-EXPECTED-DATE PIC 9(8).
                       20  WS-KP-OUTSTANDING   PIC 9(5).
       01  WS-KIT-COMP-COUNT           PIC 9(3) VALUE ZERO.

       01  WS-KIT-WORK.
           05  WS-KIT-NEED             PIC S9(11) COMP-3.
           05  WS-KIT-SHORT-FLAG       PIC X.
           05  WS-KIT-PO-DRAWN-FLAG    PIC X.
           05  WS-KIT-LATEST-DATE      PIC 9(8).
           05  WS-KIT-LATEST-PO        PIC X(10).

       01  WS-SKU-TOTALS.
           05  WS-SKU-BREAK            PIC X(10).
           05  WS-ST-COUNT             PIC 9(6).
           05  WS-ST-QTY               PIC S9(9) COMP-3.
           05  WS-ST-VALUE             PIC S9(13)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-QTY               PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GT-VALUE             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      *****************************************************************
      * AGE BANDS, IN DAYS SINCE THE ORIGINAL SALE.                   *
      *****************************************************************
       01  WS-AGE-BANDS.
           05  WS-AB-ENTRY OCCURS 5 TIMES
               INDEXED BY WS-AB-IDX.
               10  WS-AB-LABEL         PIC X(20).
               10  WS-AB-HIGH-DAYS     PIC 9(5).
               10  WS-AB-COUNT         PIC 9(6).
               10  WS-AB-QTY           PIC S9(9) COMP-3.
               10  WS-AB-VALUE         PIC S9(13)V99 COMP-3.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE        PIC X(8).
       01  WS-RUN-DAY-NUMBER           PIC 9(8).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER              PIC X(46) VALUE SPACES.
               10  FILLER              PIC X(40)
                   VALUE "CUSTOMER BACKORDER AGING REPORT".
               10  FILLER              PIC X(46) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER              PIC X(10) VALUE "RUN DATE: ".
               10  WS-RPT-RUN-DATE     PIC 9(8).
               10  FILLER              PIC X(114) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER              PIC X(12) VALUE "CUSTOMER".
               10  FILLER              PIC X(6)  VALUE "LOC".
               10  FILLER              PIC X(12) VALUE "SALE ID".
               10  FILLER              PIC X(10) VALUE "ORDERED".
               10  FILLER              PIC X(6)  VALUE "  AGE".
               10  FILLER              PIC X(10) VALUE "       QTY".
               10  FILLER              PIC X(17) VALUE
                   "            VALUE".
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE "EXPECTED".
               10  FILLER              PIC X(12) VALUE "ON PO".
               10  FILLER              PIC X(36) VALUE "STATUS".

       01  WS-SKU-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE "SKU: ".
           05  WS-SH-SKU               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SH-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-ID       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-LOCATION          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SALE-ID           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ORDER-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-AGE-DAYS          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-QTY               PIC ZZZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-VALUE             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-EXPECTED-DATE     PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-PO-NUMBER         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-QTY               PIC ZZZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-VALUE             PIC $$$,$$$,$$9.99-.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-OPEN-PO-TABLE
           SORT SORT-WORK
               ON ASCENDING KEY SR-SKU SR-CUSTOMER-ID SR-LOCATION
                                SR-ORDER-DATE SR-SALE-ID
               INPUT PROCEDURE IS RELEASE-OPEN-BACKORDERS
               OUTPUT PROCEDURE IS PRINT-AGING-REPORT
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
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-AGE-BANDS
           OPEN INPUT BACKORDER-FILE
           IF NOT BO-OK
               DISPLAY "BACKORDR.DAT NOT AVAILABLE: " WS-BO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INVENTORY-MASTER
           IF NOT INV-OK
               DISPLAY "INVMAST.DAT NOT AVAILABLE: " WS-INV-STATUS
               CLOSE BACKORDER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KIT-BOM-FILE
           IF KB-OK
               MOVE 'Y' TO WS-KIT-BOM-FLAG
           ELSE
               DISPLAY "WARNING: KITBOM.DAT NOT AVAILABLE - "
                   "KITS AGED AGAINST THEIR OWN STOCK"
           END-IF
           OPEN OUTPUT AGING-REPORT
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       LOAD-AGE-BANDS.
           MOVE "0 - 7 DAYS"      TO WS-AB-LABEL(1)
           MOVE 7                 TO WS-AB-HIGH-DAYS(1)
           MOVE "8 - 14 DAYS"     TO WS-AB-LABEL(2)
           MOVE 14                TO WS-AB-HIGH-DAYS(2)
           MOVE "15 - 30 DAYS"    TO WS-AB-LABEL(3)
           MOVE 30                TO WS-AB-HIGH-DAYS(3)
           MOVE "31 - 60 DAYS"    TO WS-AB-LABEL(4)
           MOVE 60                TO WS-AB-HIGH-DAYS(4)
           MOVE "OVER 60 DAYS"    TO WS-AB-LABEL(5)
           MOVE 99999             TO WS-AB-HIGH-DAYS(5)
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL WS-AB-IDX > 5
               MOVE ZERO TO WS-AB-COUNT(WS-AB-IDX)
               MOVE ZERO TO WS-AB-QTY(WS-AB-IDX)
               MOVE ZERO TO WS-AB-VALUE(WS-AB-IDX)
           END-PERFORM.

      *****************************************************************
      * WITHOUT POMAST.DAT EVERY BACKORDER NOT COVERED BY ON-HAND     *
      * SHOWS AS NO PO COVERS.                                        *
      *****************************************************************
       LOAD-OPEN-PO-TABLE.
           OPEN INPUT PO-MASTER
           IF NOT PO-OK
               DISPLAY "WARNING: POMAST.DAT NOT AVAILABLE - "
                   "NO EXPECTED DATES FROM PURCHASE ORDERS"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PO-RECORD
           PERFORM UNTIL WS-PO-EOF = 'Y'
               IF PO-OPEN AND PO-ORDER-QTY > PO-RECEIVED-QTY
                   PERFORM STORE-OPEN-PO
               END-IF
               PERFORM READ-PO-RECORD
           END-PERFORM
           CLOSE PO-MASTER.

       READ-PO-RECORD.
           READ PO-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-PO-EOF
           END-READ.

       STORE-OPEN-PO.
           IF WS-OPEN-PO-COUNT < 2000
               ADD 1 TO WS-OPEN-PO-COUNT
               SET WS-OP-IDX TO WS-OPEN-PO-COUNT
               MOVE PO-LOCATION TO WS-OP-LOCATION(WS-OP-IDX)
               MOVE PO-SKU TO WS-OP-SKU(WS-OP-IDX)
               MOVE PO-NUMBER TO WS-OP-PO-NUMBER(WS-OP-IDX)
               MOVE PO-EXPECTED-DATE TO WS-OP-EXPECTED-DATE(WS-OP-IDX)
               COMPUTE WS-OP-OUTSTANDING(WS-OP-IDX) =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
               ADD 1 TO WS-OPEN-POS-LOADED
           ELSE
               DISPLAY "WARNING: OPEN PO TABLE FULL, DROPPING "
                   PO-NUMBER
           END-IF.

       RELEASE-OPEN-BACKORDERS.
           PERFORM READ-BACKORDER
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM START-SKU-QUEUE
               PERFORM UNTIL WS-EOF = 'Y'
                       OR BO-LOCATION NOT = WS-CURR-LOCATION
                       OR BO-SKU NOT = WS-CURR-SKU
                   IF BO-OPEN
                       PERFORM RELEASE-BACKORDER-LINE
                   END-IF
                   PERFORM READ-BACKORDER
               END-PERFORM
           END-PERFORM.

       READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'N'
               ADD 1 TO WS-BACKORDERS-READ
           END-IF.

      *****************************************************************
      * NEW LOCATION/SKU: THE QUEUE STARTS AGAINST THE ON-HAND (NEVER *
      * LESS THAN ZERO), AND ITS OPEN POS ARE PULLED INTO THE GROUP   *
      * TABLE IN EXPECTED-DATE ORDER. FOR A KIT THE SAME IS DONE FOR  *
      * EACH OF ITS COMPONENTS INSTEAD.                               *
      *****************************************************************
       START-SKU-QUEUE.
           MOVE BO-LOCATION TO WS-CURR-LOCATION
           MOVE BO-SKU TO WS-CURR-SKU
           MOVE ZERO TO WS-CUM-BACKORDER
           MOVE ZERO TO WS-CUM-SUPPLY
           MOVE 1 TO WS-NEXT-GP
           MOVE BO-LOCATION TO INV-LOCATION
           MOVE BO-SKU TO INV-SKU
           READ INVENTORY-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF INV-OK
               MOVE INV-DESCRIPTION TO WS-CURR-DESCRIPTION
               IF INV-QTY-ONHAND > ZERO
                   MOVE INV-QTY-ONHAND TO WS-CUM-SUPPLY
               END-IF
           ELSE
               MOVE "** NOT ON INVENTORY MASTER **"
                   TO WS-CURR-DESCRIPTION
           END-IF
           PERFORM LOAD-KIT-COMPONENTS
           IF SKU-IS-KIT
               PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                       UNTIL WS-KC-IDX > WS-KIT-COMP-COUNT
                   PERFORM START-KIT-COMPONENT
               END-PERFORM
           ELSE
               MOVE WS-CURR-SKU TO WS-GROUP-PO-SKU
               PERFORM BUILD-GROUP-PO-TABLE
           END-IF.

       BUILD-GROUP-PO-TABLE.
           MOVE ZERO TO WS-GROUP-PO-COUNT
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPEN-PO-COUNT
               IF WS-OP-LOCATION(WS-OP-IDX) = WS-CURR-LOCATION
                       AND WS-OP-SKU(WS-OP-IDX) = WS-GROUP-PO-SKU
                   PERFORM INSERT-GROUP-PO
               END-IF
           END-PERFORM.

       LOAD-KIT-COMPONENTS.
           MOVE 'N' TO WS-KIT-FLAG
           MOVE ZERO TO WS-KIT-COMP-COUNT
           IF NOT KIT-BOM-ON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-KB-SCAN-EOF
           MOVE WS-CURR-SKU TO KB-KIT-SKU
           MOVE LOW-VALUES TO KB-COMP-SKU
           START KIT-BOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY MOVE 'Y' TO WS-KB-SCAN-EOF
           END-START
           PERFORM UNTIL WS-KB-SCAN-EOF = 'Y'
               READ KIT-BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-KB-SCAN-EOF
               END-READ
               IF WS-KB-SCAN-EOF = 'N'
                   IF KB-KIT-SKU NOT = WS-CURR-SKU
                       MOVE 'Y' TO WS-KB-SCAN-EOF
                   ELSE
                       PERFORM STORE-KIT-COMPONENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KIT-COMP-COUNT > ZERO
               MOVE 'Y' TO WS-KIT-FLAG
           END-IF.

       STORE-KIT-COMPONENT.
           IF KB-COMP-QTY NOT NUMERIC OR KB-COMP-QTY = ZERO
                   OR KB-COMP-SKU = KB-KIT-SKU
               EXIT PARAGRAPH
           END-IF
           IF WS-KIT-COMP-COUNT < 20
               ADD 1 TO WS-KIT-COMP-COUNT
               SET WS-KC-IDX TO WS-KIT-COMP-COUNT
               MOVE KB-COMP-SKU TO WS-KC-SKU(WS-KC-IDX)
               MOVE KB-COMP-QTY TO WS-KC-QTY(WS-KC-IDX)
           ELSE
               DISPLAY "WARNING: KIT COMPONENT TABLE FULL FOR "
                   KB-KIT-SKU ", DROPPING " KB-COMP-SKU
           END-IF.

      *****************************************************************
      * A COMPONENT NOT ON FILE AT THE LOCATION STARTS FROM NOTHING,  *
      * SO ONLY ITS OPEN POS CAN COVER THE KIT.                       *
      *****************************************************************
       START-KIT-COMPONENT.
           MOVE ZERO TO WS-KC-SUPPLY(WS-KC-IDX)
           MOVE 1 TO WS-KC-NEXT-GP(WS-KC-IDX)
           MOVE WS-CURR-LOCATION TO INV-LOCATION
           MOVE WS-KC-SKU(WS-KC-IDX) TO INV-SKU
           READ INVENTORY-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF INV-OK AND INV-QTY-ONHAND > ZERO
               MOVE INV-QTY-ONHAND TO WS-KC-SUPPLY(WS-KC-IDX)
           END-IF
           MOVE WS-KC-SKU(WS-KC-IDX) TO WS-GROUP-PO-SKU
           PERFORM BUILD-GROUP-PO-TABLE
           MOVE WS-GROUP-PO-COUNT TO WS-KC-PO-COUNT(WS-KC-IDX)
           MOVE WS-GROUP-PO-TABLE TO WS-KC-PO-TABLE(WS-KC-IDX).

       INSERT-GROUP-PO.
           IF WS-GROUP-PO-COUNT = 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUP-PO-COUNT
           SET WS-GP-IDX TO WS-GROUP-PO-COUNT
           PERFORM UNTIL WS-GP-IDX = 1
               SET WS-GP-MOVE-IDX TO WS-GP-IDX
               SET WS-GP-MOVE-IDX DOWN BY 1
               IF WS-GP-EXPECTED-DATE(WS-GP-MOVE-IDX)
                       <= WS-OP-EXPECTED-DATE(WS-OP-IDX)
                   EXIT PERFORM
               END-IF
               MOVE WS-GP-ENTRY(WS-GP-MOVE-IDX)
                   TO WS-GP-ENTRY(WS-GP-IDX)
               SET WS-GP-IDX DOWN BY 1
           END-PERFORM
           MOVE WS-OP-PO-NUMBER(WS-OP-IDX)
               TO WS-GP-PO-NUMBER(WS-GP-IDX)
           MOVE WS-OP-EXPECTED-DATE(WS-OP-IDX)
               TO WS-GP-EXPECTED-DATE(WS-GP-IDX)
           MOVE WS-OP-OUTSTANDING(WS-OP-IDX)
               TO WS-GP-OUTSTANDING(WS-GP-IDX).

      *****************************************************************
      * ADD THE BACKORDER TO THE QUEUE AND DRAW IN POS, EARLIEST      *
      * FIRST, UNTIL THE SUPPLY REACHES IT. THE PO THAT GETS IT THERE *
      * IS THE ONE WHOSE RECEIPT FILLS IT. ONCE ANY PO HAS BEEN       *
      * DRAWN, EVEN A BACKORDER THE SURPLUS ALREADY COVERS WAITS FOR  *
      * THAT RECEIPT, SINCE FILLING IS STRICTLY OLDEST FIRST.         *
      *****************************************************************
       RELEASE-BACKORDER-LINE.
           ADD BO-QTY TO WS-CUM-BACKORDER
           MOVE BO-SKU TO SR-SKU
           MOVE BO-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE BO-LOCATION TO SR-LOCATION
           MOVE BO-ORDER-DATE TO SR-ORDER-DATE
           MOVE BO-SALE-ID TO SR-SALE-ID
           MOVE WS-CURR-DESCRIPTION TO SR-DESCRIPTION
           MOVE BO-QTY TO SR-QTY
           COMPUTE SR-VALUE = BO-QTY * BO-UNIT-PRICE
           COMPUTE SR-AGE-DAYS = WS-RUN-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(BO-ORDER-DATE)
           MOVE ZERO TO SR-EXPECTED-DATE
           MOVE SPACES TO SR-PO-NUMBER
           IF SKU-IS-KIT
               PERFORM COVER-KIT-BACKORDER
           ELSE
               PERFORM COVER-SKU-BACKORDER
           END-IF
           RELEASE SORT-RECORD.

       COVER-SKU-BACKORDER.
           IF WS-CUM-SUPPLY >= WS-CUM-BACKORDER
                   AND WS-NEXT-GP = 1
               SET SR-ON-HAND TO TRUE
           ELSE
               SET SR-NOT-COVERED TO TRUE
               PERFORM DRAW-NEXT-GROUP-PO
                   UNTIL WS-CUM-SUPPLY >= WS-CUM-BACKORDER
                   OR WS-NEXT-GP > WS-GROUP-PO-COUNT
               IF WS-CUM-SUPPLY >= WS-CUM-BACKORDER
                   SET WS-GP-IDX TO WS-NEXT-GP
                   SET WS-GP-IDX DOWN BY 1
                   MOVE WS-GP-EXPECTED-DATE(WS-GP-IDX)
                       TO SR-EXPECTED-DATE
                   MOVE WS-GP-PO-NUMBER(WS-GP-IDX) TO SR-PO-NUMBER
                   IF SR-EXPECTED-DATE < WS-RUN-DATE
                       SET SR-PO-OVERDUE TO TRUE
                   ELSE
                       SET SR-ON-PO TO TRUE
                   END-IF
               END-IF
           END-IF.

       DRAW-NEXT-GROUP-PO.
           SET WS-GP-IDX TO WS-NEXT-GP
           ADD WS-GP-OUTSTANDING(WS-GP-IDX) TO WS-CUM-SUPPLY
           ADD 1 TO WS-NEXT-GP.

      *****************************************************************
      * A KIT BACKORDER IS STOCK ON HAND ONLY WHILE EVERY COMPONENT'S *
      * ON-HAND STILL COVERS THE QUEUE, SO THE MOST LIMITING ONE      *
      * DECIDES IT. OTHERWISE EACH COMPONENT DRAWS ITS OWN POS,       *
      * EARLIEST FIRST, AND THE KIT CAN ONLY BE FILLED ONCE THE LAST  *
      * OF THOSE RECEIPTS IS IN: ITS EXPECTED DATE AND PO ARE THE     *
      * LATEST OF THE COMPONENTS' COVERING POS. ONE COMPONENT NO OPEN *
      * PO REACHES LEAVES THE KIT NO PO COVERS.                       *
      *****************************************************************
       COVER-KIT-BACKORDER.
           MOVE 'N' TO WS-KIT-SHORT-FLAG
           MOVE 'N' TO WS-KIT-PO-DRAWN-FLAG
           MOVE ZERO TO WS-KIT-LATEST-DATE
           MOVE SPACES TO WS-KIT-LATEST-PO
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
                   UNTIL WS-KC-IDX > WS-KIT-COMP-COUNT
               PERFORM COVER-KIT-COMPONENT
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-KIT-SHORT-FLAG = 'Y'
                   SET SR-NOT-COVERED TO TRUE
               WHEN WS-KIT-PO-DRAWN-FLAG = 'N'
                   SET SR-ON-HAND TO TRUE
               WHEN OTHER
                   MOVE WS-KIT-LATEST-DATE TO SR-EXPECTED-DATE
                   MOVE WS-KIT-LATEST-PO TO SR-PO-NUMBER
                   IF SR-EXPECTED-DATE < WS-RUN-DATE
                       SET SR-PO-OVERDUE TO TRUE
                   ELSE
                       SET SR-ON-PO TO TRUE
                   END-IF
           END-EVALUATE.

       COVER-KIT-COMPONENT.
           COMPUTE WS-KIT-NEED =
               WS-CUM-BACKORDER * WS-KC-QTY(WS-KC-IDX)
           PERFORM DRAW-NEXT-KIT-PO
               UNTIL WS-KC-SUPPLY(WS-KC-IDX) >= WS-KIT-NEED
               OR WS-KC-NEXT-GP(WS-KC-IDX) > WS-KC-PO-COUNT(WS-KC-IDX)
           IF WS-KC-SUPPLY(WS-KC-IDX) < WS-KIT-NEED
               MOVE 'Y' TO WS-KIT-SHORT-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-KC-NEXT-GP(WS-KC-IDX) = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-KIT-PO-DRAWN-FLAG
           SET WS-KP-IDX TO WS-KC-NEXT-GP(WS-KC-IDX)
           SET WS-KP-IDX DOWN BY 1
           IF WS-KP-EXPECTED-DATE(WS-KC-IDX, WS-KP-IDX)
                   > WS-KIT-LATEST-DATE
               MOVE WS-KP-EXPECTED-DATE(WS-KC-IDX, WS-KP-IDX)
                   TO WS-KIT-LATEST-DATE
               MOVE WS-KP-PO-NUMBER(WS-KC-IDX, WS-KP-IDX)
                   TO WS-KIT-LATEST-PO
           END-IF.

       DRAW-NEXT-KIT-PO.
           SET WS-KP-IDX TO WS-KC-NEXT-GP(WS-KC-IDX)
           ADD WS-KP-OUTSTANDING(WS-KC-IDX, WS-KP-IDX)
               TO WS-KC-SUPPLY(WS-KC-IDX)
           ADD 1 TO WS-KC-NEXT-GP(WS-KC-IDX).

       PRINT-AGING-REPORT.
           RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               MOVE SR-SKU TO WS-SKU-BREAK
               MOVE ZERO TO WS-ST-COUNT
               MOVE ZERO TO WS-ST-QTY
               MOVE ZERO TO WS-ST-VALUE
               MOVE SR-SKU TO WS-SH-SKU
               MOVE SR-DESCRIPTION TO WS-SH-DESCRIPTION
               WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
               WRITE REPORT-LINE FROM WS-SKU-HEADER-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
                       OR SR-SKU NOT = WS-SKU-BREAK
                   PERFORM PRINT-BACKORDER-LINE
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   END-RETURN
               END-PERFORM
               PERFORM PRINT-SKU-TOTAL
           END-PERFORM.

       PRINT-BACKORDER-LINE.
           MOVE SR-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE SR-LOCATION TO WS-DL-LOCATION
           MOVE SR-SALE-ID TO WS-DL-SALE-ID
           MOVE SR-ORDER-DATE TO WS-DL-ORDER-DATE
           MOVE SR-AGE-DAYS TO WS-DL-AGE-DAYS
           MOVE SR-QTY TO WS-DL-QTY
           MOVE SR-VALUE TO WS-DL-VALUE
           IF SR-EXPECTED-DATE = ZERO
               MOVE SPACES TO WS-DL-EXPECTED-DATE
           ELSE
               MOVE SR-EXPECTED-DATE TO WS-DL-EXPECTED-DATE
           END-IF
           MOVE SR-PO-NUMBER TO WS-DL-PO-NUMBER
           EVALUATE TRUE
               WHEN SR-ON-HAND
                   MOVE "STOCK ON HAND" TO WS-DL-STATUS
               WHEN SR-ON-PO
                   MOVE "DUE ON PO" TO WS-DL-STATUS
               WHEN SR-PO-OVERDUE
                   MOVE "PO PAST EXPECTED" TO WS-DL-STATUS
               WHEN OTHER
                   MOVE "NO PO COVERS" TO WS-DL-STATUS
                   ADD 1 TO WS-NOT-COVERED
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-OPEN-LISTED
           ADD 1 TO WS-ST-COUNT
           ADD SR-QTY TO WS-ST-QTY
           ADD SR-VALUE TO WS-ST-VALUE
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL WS-AB-IDX = 5
               IF SR-AGE-DAYS <= WS-AB-HIGH-DAYS(WS-AB-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-AB-COUNT(WS-AB-IDX)
           ADD SR-QTY TO WS-AB-QTY(WS-AB-IDX)
           ADD SR-VALUE TO WS-AB-VALUE(WS-AB-IDX).

       PRINT-SKU-TOTAL.
           MOVE SPACES TO WS-TL-LABEL
           STRING "  TOTAL SKU " WS-SKU-BREAK
               DELIMITED BY SIZE INTO WS-TL-LABEL
           END-STRING
           MOVE WS-ST-COUNT TO WS-TL-COUNT
           MOVE WS-ST-QTY TO WS-TL-QTY
           MOVE WS-ST-VALUE TO WS-TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SKUS-LISTED
           ADD WS-ST-QTY TO WS-GT-QTY
           ADD WS-ST-VALUE TO WS-GT-VALUE.

       PRINT-GRAND-TOTALS.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           MOVE "OPEN BACKORDERS BY AGE" TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL WS-AB-IDX > 5
               MOVE SPACES TO WS-TL-LABEL
               STRING "  " WS-AB-LABEL(WS-AB-IDX)
                   DELIMITED BY SIZE INTO WS-TL-LABEL
               END-STRING
               MOVE WS-AB-COUNT(WS-AB-IDX) TO WS-TL-COUNT
               MOVE WS-AB-QTY(WS-AB-IDX) TO WS-TL-QTY
               MOVE WS-AB-VALUE(WS-AB-IDX) TO WS-TL-VALUE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE "TOTAL OPEN BACKORDERS" TO WS-TL-LABEL
           MOVE WS-OPEN-LISTED TO WS-TL-COUNT
           MOVE WS-GT-QTY TO WS-TL-QTY
           MOVE WS-GT-VALUE TO WS-TL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "BACKORDER AGING COMPLETE"
           DISPLAY "======================================"
           DISPLAY "RUN DATE: " WS-RUN-DATE
           DISPLAY "BACKORDER ROWS READ: " WS-BACKORDERS-READ
           DISPLAY "OPEN BACKORDERS LISTED: " WS-OPEN-LISTED
           DISPLAY "SKUS LISTED: " WS-SKUS-LISTED
           DISPLAY "OPEN POS LOADED: " WS-OPEN-POS-LOADED
           DISPLAY "BACKORDERS WITH NO PO COVERING: " WS-NOT-COVERED
           DISPLAY "OPEN BACKORDER VALUE: " WS-GT-VALUE
           DISPLAY "======================================"
           CLOSE BACKORDER-FILE
           CLOSE INVENTORY-MASTER
           IF KIT-BOM-ON
               CLOSE KIT-BOM-FILE
           END-IF
           CLOSE AGING-REPORT.
