       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-MAINT.
       AUTHOR. LEGACY-INVENTORY-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: PRICE LIST MAINTENANCE - THE SAME MAINTENANCE        *
      * PATTERN AS ITEM-MAINT. APPLIES THE PRICECHG.DAT CHANGE FEED   *
      * (ADD / CHANGE / END) TO PRICELST.DAT (SEE PRICELST.CPY) WITH  *
      * VALIDATION AND A REJECT LOG (PRICEREJ.DAT). INVENTORY-UPDATE  *
      * CHECKS EVERY SALE'S SAL-UNIT-PRICE AGAINST THE ROW IN EFFECT  *
      * ON THE SALE DATE.                                             *
      * VALIDATION RULES:                                             *
      *   - THE LOCATION/SKU MUST BE ON THE INVENTORY MASTER          *
      *   - EFFECTIVE DATE MUST BE A VALID CCYYMMDD DATE; AN END      *
      *     DATE, WHEN GIVEN, MUST BE VALID AND NOT BEFORE IT         *
      *   - PRICE TYPE IS R (REGULAR) OR P (PROMOTIONAL); A           *
      *     PROMOTION MUST CARRY AN END DATE                          *
      *   - UNIT PRICE MUST BE NUMERIC AND GREATER THAN ZERO          *
      *   - AN ADD MAY NOT DUPLICATE AN EXISTING ROW. A CHANGE        *
      *     REPLACES THE PRICE (AND THE END DATE WHEN GIVEN) OF AN    *
      *     EXISTING ROW; AN END CLOSES AN EXISTING ROW ON THE END    *
      *     DATE. ROWS ARE NEVER DELETED, SO THE PRICE IN EFFECT ON   *
      *     ANY PAST DATE CAN STILL BE SHOWN.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FEED ASSIGN TO "PRICECHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT PRICE-LIST-FILE ASSIGN TO "PRICELST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PL-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT REJECT-FILE ASSIGN TO "PRICEREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FEED.
       01  CHANGE-RECORD.
           05  PC-ACTION           PIC X(1).
               88  PC-ADD          VALUE 'A'.
               88  PC-CHANGE       VALUE 'C'.
               88  PC-END          VALUE 'E'.
           05  PC-LOCATION         PIC X(4).
           05  PC-SKU              PIC X(10).
           05  PC-EFF-DATE         PIC 9(8).
           05  PC-PRICE-TYPE       PIC X(1).
               88  PC-REGULAR      VALUE 'R'.
               88  PC-PROMO        VALUE 'P'.
           05  PC-END-DATE         PIC 9(8).
           05  PC-UNIT-PRICE       PIC S9(7)V99 COMP-3.
           05  PC-OPERATOR-ID      PIC X(8).

       FD  PRICE-LIST-FILE.
           COPY "pricelst.cpy".

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

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP       PIC X(26).
           05  REJ-ACTION          PIC X(1).
           05  REJ-LOCATION        PIC X(4).
           05  REJ-SKU             PIC X(10).
           05  REJ-EFF-DATE        PIC 9(8).
           05  REJ-PRICE-TYPE      PIC X(1).
           05  REJ-REASON          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHG-STATUS       PIC XX.
               88  CHG-OK          VALUE "00".
               88  CHG-EOF         VALUE "10".
               88  CHG-ERROR       VALUE "30" THRU "99".
           05  WS-PL-STATUS        PIC XX.
               88  PL-OK           VALUE "00".
               88  PL-DUP-KEY      VALUE "22".
               88  PL-NOT-FOUND    VALUE "23".
               88  PL-FILE-NOT-EXIST VALUE "35".
           05  WS-INV-STATUS       PIC XX.
               88  INV-OK          VALUE "00".

       01  WS-COUNTERS.
           05  WS-CHANGES-READ     PIC 9(6) VALUE ZERO.
           05  WS-ADDS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-ENDS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-LOGGED   PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-OPERATOR-ID          PIC X(8) VALUE "PRICEMNT".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-EDIT-OK-FLAG     PIC X VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM PROCESS-CHANGES UNTIL WS-EOF = 'Y'
           PERFORM CLOSE-PROCESS
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
               MOVE "PRICEMNT" TO WS-OPERATOR-ID
           END-IF
           OPEN INPUT CHANGE-FEED
           PERFORM OPEN-PRICE-LIST-FILE
           OPEN INPUT INVENTORY-MASTER
           IF NOT INV-OK
               DISPLAY "INVMAST.DAT NOT AVAILABLE: " WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY PRICE LIST, SAME PATTERN AS   *
      * ITEM-MAINT'S OPEN-INVENTORY-MASTER.                           *
      *****************************************************************
       OPEN-PRICE-LIST-FILE.
           OPEN I-O PRICE-LIST-FILE
           IF PL-FILE-NOT-EXIST
               OPEN OUTPUT PRICE-LIST-FILE
               CLOSE PRICE-LIST-FILE
               OPEN I-O PRICE-LIST-FILE
           END-IF.

       READ-CHANGE.
           READ CHANGE-FEED
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF CHG-ERROR
               DISPLAY "FILE ERROR ON PRICECHG.DAT: " WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-CHANGES.
           ADD 1 TO WS-CHANGES-READ
           PERFORM EDIT-CHANGE-RECORD
           IF WS-EDIT-OK-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN PC-ADD
                       PERFORM APPLY-ADD
                   WHEN PC-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN PC-END
                       PERFORM APPLY-END
               END-EVALUATE
           END-IF
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIELD EDITS COMMON TO EVERY ACTION. THE PRICE IS ONLY         *
      * REQUIRED WHERE IT WILL BE STORED (ADD/CHANGE); AN END CARRIES *
      * THE KEY AND THE END DATE.                                     *
      *****************************************************************
       EDIT-CHANGE-RECORD.
           MOVE 'Y' TO WS-EDIT-OK-FLAG
           EVALUATE TRUE
               WHEN NOT (PC-ADD OR PC-CHANGE OR PC-END)
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-LOCATION = SPACES
                   MOVE "BLANK LOCATION" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-SKU = SPACES
                   MOVE "BLANK SKU" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT (PC-REGULAR OR PC-PROMO)
                   MOVE "INVALID PRICE TYPE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-EFF-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PC-EFF-DATE) NOT = 0
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-END-DATE NOT NUMERIC
                   MOVE "END DATE NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-END-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD(PC-END-DATE)
                           NOT = 0
                   MOVE "END DATE NOT A VALID DATE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-END-DATE NOT = ZERO
                       AND PC-END-DATE < PC-EFF-DATE
                   MOVE "END DATE BEFORE EFFECTIVE DATE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-END AND PC-END-DATE = ZERO
                   MOVE "END DATE REQUIRED ON AN END"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN PC-ADD AND PC-PROMO AND PC-END-DATE = ZERO
                   MOVE "PROMOTIONAL PRICE MUST CARRY AN END DATE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN (PC-ADD OR PC-CHANGE)
                       AND PC-UNIT-PRICE NOT NUMERIC
                   MOVE "UNIT PRICE NOT VALID PACKED DATA"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN (PC-ADD OR PC-CHANGE)
                       AND PC-UNIT-PRICE NOT > ZERO
                   MOVE "UNIT PRICE NOT GREATER THAN ZERO"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN OTHER
                   MOVE PC-LOCATION TO INV-LOCATION
                   MOVE PC-SKU TO INV-SKU
                   READ INVENTORY-MASTER
                       INVALID KEY
                           MOVE "LOCATION/SKU NOT ON INVENTORY MASTER"
                               TO WS-REJECT-REASON
                           PERFORM LOG-REJECT
                   END-READ
           END-EVALUATE.

       APPLY-ADD.
           MOVE PC-LOCATION TO PL-LOCATION
           MOVE PC-SKU TO PL-SKU
           MOVE PC-EFF-DATE TO PL-EFF-DATE
           MOVE PC-PRICE-TYPE TO PL-PRICE-TYPE
           MOVE PC-END-DATE TO PL-END-DATE
           MOVE PC-UNIT-PRICE TO PL-UNIT-PRICE
           PERFORM STAMP-MAINTENANCE
           WRITE PRICE-LIST-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - PRICE ROW ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-WRITE
           IF PL-OK
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

       APPLY-CHANGE.
           PERFORM READ-PRICE-ROW
           IF PL-OK
               IF PC-END-DATE NOT = ZERO
                   MOVE PC-END-DATE TO PL-END-DATE
               END-IF
               MOVE PC-UNIT-PRICE TO PL-UNIT-PRICE
               PERFORM STAMP-MAINTENANCE
               REWRITE PRICE-LIST-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.

       APPLY-END.
           PERFORM READ-PRICE-ROW
           IF PL-OK
               MOVE PC-END-DATE TO PL-END-DATE
               PERFORM STAMP-MAINTENANCE
               REWRITE PRICE-LIST-RECORD
               ADD 1 TO WS-ENDS-APPLIED
           END-IF.

       READ-PRICE-ROW.
           MOVE PC-LOCATION TO PL-LOCATION
           MOVE PC-SKU TO PL-SKU
           MOVE PC-EFF-DATE TO PL-EFF-DATE
           MOVE PC-PRICE-TYPE TO PL-PRICE-TYPE
           READ PRICE-LIST-FILE
               INVALID KEY
                   MOVE "REJECTED - PRICE ROW NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-READ.

      *****************************************************************
      * THE FEED'S OPERATOR WHEN IT CARRIES ONE, ELSE THE RUN'S.      *
      *****************************************************************
       STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO PL-LAST-MAINT-DATE
           IF PC-OPERATOR-ID = SPACES
               MOVE WS-OPERATOR-ID TO PL-LAST-MAINT-BY
           ELSE
               MOVE PC-OPERATOR-ID TO PL-LAST-MAINT-BY
           END-IF.

       LOG-REJECT.
           MOVE 'N' TO WS-EDIT-OK-FLAG
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE PC-ACTION TO REJ-ACTION
           MOVE PC-LOCATION TO REJ-LOCATION
           MOVE PC-SKU TO REJ-SKU
           MOVE PC-EFF-DATE TO REJ-EFF-DATE
           MOVE PC-PRICE-TYPE TO REJ-PRICE-TYPE
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTS-LOGGED.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "PRICE LIST MAINTENANCE COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CHANGE RECORDS READ: " WS-CHANGES-READ
           DISPLAY "PRICE ROWS ADDED: " WS-ADDS-APPLIED
           DISPLAY "PRICE ROWS CHANGED: " WS-CHANGES-APPLIED
           DISPLAY "PRICE ROWS ENDED: " WS-ENDS-APPLIED
           DISPLAY "REJECTS LOGGED: " WS-REJECTS-LOGGED
           DISPLAY "======================================"
           CLOSE CHANGE-FEED
           CLOSE PRICE-LIST-FILE
           CLOSE INVENTORY-MASTER
           CLOSE REJECT-FILE.
