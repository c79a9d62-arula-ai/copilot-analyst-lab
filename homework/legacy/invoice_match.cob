       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       AUTHOR. LEGACY-INVENTORY-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: VENDOR INVOICE THREE-WAY MATCH. POMAST.DAT HOLDS     *
      * WHAT WAS ORDERED (PO-ORDER-QTY AT PO-UNIT-COST) AND WHAT      *
      * ARRIVED (PO-RECEIVED-QTY, POSTED FROM RCPTRAN.DAT BY          *
      * INVENTORY-UPDATE), BUT VENDOR INVOICES WERE CHECKED BY HAND.  *
      * THIS PROGRAM READS THE VNDINV.DAT INVOICE FEED AND MATCHES    *
      * EACH LINE TO ITS PO AND THE QUANTITY RECEIVED:                *
      *   - THE PO MUST EXIST, FOR THE SAME SKU AND VENDOR;           *
      *   - SOMETHING MUST HAVE BEEN RECEIVED AGAINST IT;             *
      *   - THE UNITS BILLED MAY NOT EXCEED THE UNITS RECEIVED LESS   *
      *     THE UNITS ALREADY VOUCHERED (PO-INVOICED-QTY);            *
      *   - THE UNIT PRICE MUST AGREE WITH PO-UNIT-COST WITHIN        *
      *     PRICE_TOL_PCT (INVMPRM.DAT, DEFAULT 0 = TO THE PENNY).    *
      * A LINE PASSING EVERY TEST IS WRITTEN TO THE AP VOUCHER        *
      * EXTRACT (APVOUCH.DAT) AND ITS UNITS ADDED TO PO-INVOICED-QTY. *
      * ANY OTHER LINE GOES TO THE INVOICE HOLD FILE (INVHOLD.DAT)    *
      * WITH ITS REASON CODES (SEE INVHOLD.CPY), SO AP STOPS PAYING   *
      * FOR GOODS THAT NEVER ARRIVED.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-FEED ASSIGN TO "VNDINV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VI-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
           SELECT OPTIONAL MATCH-PARAMS ASSIGN TO "INVMPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "INVHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FEED.
           COPY "vndinv.cpy".

       FD  PO-MASTER.
           COPY "pomast.cpy".

       FD  MATCH-PARAMS.
       01  MATCH-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(16).
           05  RP-PARAM-VALUE      PIC 9(5).

       FD  VOUCHER-FILE.
           COPY "apvouch.cpy".

       FD  HOLD-FILE.
           COPY "invhold.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VI-STATUS        PIC XX.
               88  VI-OK           VALUE "00".
               88  VI-EOF          VALUE "10".
           05  WS-PO-STATUS        PIC XX.
               88  PO-OK           VALUE "00".
               88  PO-NOT-FOUND    VALUE "23".
           05  WS-RP-STATUS        PIC XX.
               88  RP-OK           VALUE "00".
               88  RP-EOF          VALUE "10".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-LINES-READ       PIC 9(8) VALUE ZERO.
           05  WS-LINES-VOUCHERED  PIC 9(8) VALUE ZERO.
           05  WS-LINES-HELD       PIC 9(8) VALUE ZERO.
           05  WS-HOLD-NO-PO       PIC 9(6) VALUE ZERO.
           05  WS-HOLD-SKU         PIC 9(6) VALUE ZERO.
           05  WS-HOLD-VENDOR      PIC 9(6) VALUE ZERO.
           05  WS-HOLD-NOT-RCVD    PIC 9(6) VALUE ZERO.
           05  WS-HOLD-OVER-BILLED PIC 9(6) VALUE ZERO.
           05  WS-HOLD-PRICE       PIC 9(6) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-VOUCHERED-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * PRICE TOLERANCE, OVERRIDABLE FROM AN INVMPRM.DAT              *
      * PRICE_TOL_PCT ROW (WHOLE PERCENT OF THE PO PRICE).            *
      *****************************************************************
       01  WS-CALC-PARAMS.
           05  WS-PRICE-TOL-PCT    PIC 9(3) VALUE ZERO.

       01  WS-MATCH-WORK.
           05  WS-LINE-AMOUNT      PIC S9(11)V99 COMP-3.
           05  WS-BILLABLE-QTY     PIC S9(5) COMP-3.
           05  WS-PRICE-DIFF       PIC S9(7)V99 COMP-3.
           05  WS-PRICE-TOL-AMT    PIC S9(7)V9(4) COMP-3.
           05  WS-REASON-COUNT     PIC 9(1).
           05  WS-REASON-CODE      PIC X(2) OCCURS 4 TIMES.
           05  WS-NEW-REASON       PIC X(2).

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM LOAD-CALC-PARAMS
           PERFORM MATCH-INVOICE-LINES
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
           OPEN INPUT INVOICE-FEED
           OPEN I-O PO-MASTER
           IF NOT PO-OK
               DISPLAY "POMAST.DAT NOT AVAILABLE: " WS-PO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VOUCHER-FILE
           OPEN OUTPUT HOLD-FILE.

       LOAD-CALC-PARAMS.
           OPEN INPUT MATCH-PARAMS
           READ MATCH-PARAMS
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               EVALUATE RP-PARAM-TYPE
                   WHEN "PRICE_TOL_PCT"
                       MOVE RP-PARAM-VALUE TO WS-PRICE-TOL-PCT
                   WHEN OTHER
                       DISPLAY "WARNING: UNKNOWN INVMPRM TYPE "
                           RP-PARAM-TYPE " IGNORED"
               END-EVALUATE
               READ MATCH-PARAMS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE MATCH-PARAMS.

       MATCH-INVOICE-LINES.
           READ INVOICE-FEED
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-LINES-READ
               PERFORM MATCH-ONE-LINE
               READ INVOICE-FEED
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE INVOICE-FEED.

      *****************************************************************
      * EVERY TEST IS RUN SO THE HOLD ROW CARRIES EVERY REASON THAT   *
      * APPLIES. "NOTHING RECEIVED" AND "OVER-BILLED" ARE THE SAME    *
      * QUANTITY TEST; ONLY THE FIRST IS REPORTED WHEN NOTHING HAS    *
      * ARRIVED.                                                      *
      *****************************************************************
       MATCH-ONE-LINE.
           MOVE ZERO TO WS-REASON-COUNT
           MOVE SPACES TO WS-REASON-CODE(1) WS-REASON-CODE(2)
               WS-REASON-CODE(3) WS-REASON-CODE(4)
           MOVE ZERO TO WS-BILLABLE-QTY
           COMPUTE WS-LINE-AMOUNT = VI-QUANTITY * VI-UNIT-PRICE
           MOVE VI-PO-NUMBER TO PO-NUMBER
           READ PO-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF NOT PO-OK
               MOVE ZERO TO PO-UNIT-COST
               MOVE "NP" TO WS-NEW-REASON
               PERFORM ADD-HOLD-REASON
               ADD 1 TO WS-HOLD-NO-PO
               PERFORM WRITE-HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           IF VI-SKU NOT = PO-SKU
               MOVE "SK" TO WS-NEW-REASON
               PERFORM ADD-HOLD-REASON
               ADD 1 TO WS-HOLD-SKU
           END-IF
           IF PO-VENDOR-ID NOT = SPACES
                   AND VI-VENDOR-ID NOT = PO-VENDOR-ID
               MOVE "VN" TO WS-NEW-REASON
               PERFORM ADD-HOLD-REASON
               ADD 1 TO WS-HOLD-VENDOR
           END-IF
           COMPUTE WS-BILLABLE-QTY =
               PO-RECEIVED-QTY - PO-INVOICED-QTY
           IF PO-RECEIVED-QTY = ZERO
               MOVE "NR" TO WS-NEW-REASON
               PERFORM ADD-HOLD-REASON
               ADD 1 TO WS-HOLD-NOT-RCVD
           ELSE
               IF VI-QUANTITY > WS-BILLABLE-QTY
                   MOVE "OB" TO WS-NEW-REASON
                   PERFORM ADD-HOLD-REASON
                   ADD 1 TO WS-HOLD-OVER-BILLED
               END-IF
           END-IF
           IF PO-UNIT-COST > ZERO
               COMPUTE WS-PRICE-DIFF = VI-UNIT-PRICE - PO-UNIT-COST
               IF WS-PRICE-DIFF < ZERO
                   COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
               END-IF
               COMPUTE WS-PRICE-TOL-AMT =
                   PO-UNIT-COST * WS-PRICE-TOL-PCT / 100
               IF WS-PRICE-DIFF > WS-PRICE-TOL-AMT
                   MOVE "PV" TO WS-NEW-REASON
                   PERFORM ADD-HOLD-REASON
                   ADD 1 TO WS-HOLD-PRICE
               END-IF
           END-IF
           IF WS-REASON-COUNT > ZERO
               PERFORM WRITE-HOLD-RECORD
           ELSE
               PERFORM WRITE-VOUCHER-RECORD
           END-IF.

       ADD-HOLD-REASON.
           IF WS-REASON-COUNT < 4
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-NEW-REASON TO WS-REASON-CODE(WS-REASON-COUNT)
           END-IF.

       WRITE-VOUCHER-RECORD.
           MOVE VI-VENDOR-ID TO AV-VENDOR-ID
           MOVE VI-INVOICE-NUMBER TO AV-INVOICE-NUMBER
           MOVE VI-LINE-NUMBER TO AV-LINE-NUMBER
           MOVE VI-INVOICE-DATE TO AV-INVOICE-DATE
           MOVE VI-PO-NUMBER TO AV-PO-NUMBER
           MOVE PO-LOCATION TO AV-LOCATION
           MOVE VI-SKU TO AV-SKU
           MOVE VI-QUANTITY TO AV-QUANTITY
           MOVE VI-UNIT-PRICE TO AV-UNIT-PRICE
           MOVE WS-LINE-AMOUNT TO AV-AMOUNT
           MOVE WS-RUN-DATE TO AV-VOUCHER-DATE
           WRITE AP-VOUCHER-RECORD
           ADD VI-QUANTITY TO PO-INVOICED-QTY
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: PO REWRITE FAILED FOR "
                       PO-NUMBER " STATUS " WS-PO-STATUS
           END-REWRITE
           ADD 1 TO WS-LINES-VOUCHERED
           ADD WS-LINE-AMOUNT TO WS-VOUCHERED-AMT.

       WRITE-HOLD-RECORD.
           MOVE VI-VENDOR-ID TO IH-VENDOR-ID
           MOVE VI-INVOICE-NUMBER TO IH-INVOICE-NUMBER
           MOVE VI-LINE-NUMBER TO IH-LINE-NUMBER
           MOVE VI-INVOICE-DATE TO IH-INVOICE-DATE
           MOVE VI-PO-NUMBER TO IH-PO-NUMBER
           MOVE VI-SKU TO IH-SKU
           MOVE VI-QUANTITY TO IH-QUANTITY
           MOVE VI-UNIT-PRICE TO IH-UNIT-PRICE
           MOVE WS-LINE-AMOUNT TO IH-AMOUNT
           MOVE PO-UNIT-COST TO IH-PO-UNIT-COST
           MOVE WS-BILLABLE-QTY TO IH-BILLABLE-QTY
           MOVE WS-REASON-COUNT TO IH-REASON-COUNT
           MOVE WS-REASON-CODE(1) TO IH-REASON-CODE(1)
           MOVE WS-REASON-CODE(2) TO IH-REASON-CODE(2)
           MOVE WS-REASON-CODE(3) TO IH-REASON-CODE(3)
           MOVE WS-REASON-CODE(4) TO IH-REASON-CODE(4)
           MOVE WS-RUN-DATE TO IH-HOLD-DATE
           WRITE INVOICE-HOLD-RECORD
           ADD 1 TO WS-LINES-HELD
           ADD WS-LINE-AMOUNT TO WS-HELD-AMT.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "INVOICE MATCH COMPLETE"
           DISPLAY "======================================"
           DISPLAY "INVOICE LINES READ: " WS-LINES-READ
           DISPLAY "LINES VOUCHERED: " WS-LINES-VOUCHERED
           DISPLAY "AMOUNT VOUCHERED: " WS-VOUCHERED-AMT
           DISPLAY "LINES HELD: " WS-LINES-HELD
           DISPLAY "AMOUNT HELD: " WS-HELD-AMT
           DISPLAY "  PO NOT ON FILE (NP): " WS-HOLD-NO-PO
           DISPLAY "  SKU MISMATCH (SK): " WS-HOLD-SKU
           DISPLAY "  VENDOR MISMATCH (VN): " WS-HOLD-VENDOR
           DISPLAY "  NOT RECEIVED (NR): " WS-HOLD-NOT-RCVD
           DISPLAY "  OVER-BILLED (OB): " WS-HOLD-OVER-BILLED
           DISPLAY "  PRICE VARIANCE (PV): " WS-HOLD-PRICE
           DISPLAY "======================================"
           CLOSE PO-MASTER
           CLOSE VOUCHER-FILE
           CLOSE HOLD-FILE.
