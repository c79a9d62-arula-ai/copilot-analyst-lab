      *   VELOCITY  = UNITS SOLD IN WINDOW / WINDOW DAYS              *
      *   PROPOSED POINT = VELOCITY * (VENDOR LEAD + SAFETY DAYS)     *
      *   PROPOSED QTY   = VELOCITY * ORDER-CYCLE DAYS (MIN 1)        *
      ******************************************************************
      * DEMAND IS COMPONENT DEMAND. INVENTORY-UPDATE POSTS A KIT SALE *
      * AGAINST ITS COMPONENTS (KITBOM.DAT), BUT A SALE ROW CARRYING  *
      * A KIT SKU - POSTED BEFORE THE KIT WAS SET UP ON KITBOM.DAT -  *
      * IS EXPLODED HERE INTO ITS COMPONENTS AT THE SAME LOCATION, SO *
      * THE KIT ITSELF NEVER ACCRUES DEMAND OF ITS OWN.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS IS RANDOM
               RECORD KEY IS IV-SKU
               FILE STATUS IS WS-IV-STATUS.
           SELECT OPTIONAL KIT-BOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KB-STATUS.
           SELECT OPTIONAL REORDER-PARAMS ASSIGN TO "REORDPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       FD  ITEM-VENDOR-FILE.
           COPY "itemvend.cpy".

       FD  KIT-BOM-FILE.
           COPY "kitbom.cpy".

       FD  REORDER-PARAMS.
       01  REORDER-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(16).
           05  WS-IV-STATUS        PIC XX.
               88  IV-OK           VALUE "00".
               88  IV-NOT-FOUND    VALUE "23".
           05  WS-KB-STATUS        PIC XX.
               88  KB-OK           VALUE "00".
           05  WS-RP-STATUS        PIC XX.
               88  RP-OK           VALUE "00".
               88  RP-EOF          VALUE "10".
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-VENDOR-AWARE-FLAG PIC X VALUE 'N'.
               88  VENDOR-AWARE-ON VALUE 'Y'.
           05  WS-KIT-BOM-FLAG     PIC X VALUE 'N'.
               88  KIT-BOM-ON      VALUE 'Y'.
           05  WS-KB-SCAN-EOF      PIC X VALUE 'N'.
           05  WS-KIT-ROW-FLAG     PIC X VALUE 'N'.
               88  KIT-ROW-EXPLODED VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MOVES-READ       PIC 9(8) VALUE ZERO.
           05  WS-APPROVALS-READ   PIC 9(6) VALUE ZERO.
           05  WS-APPROVALS-APPLIED PIC 9(6) VALUE ZERO.
           05  WS-APPROVALS-REJECTED PIC 9(6) VALUE ZERO.
           05  WS-KIT-ROWS-EXPLODED PIC 9(8) VALUE ZERO.

      *****************************************************************
      * CALCULATION PARAMETERS, OVERRIDABLE FROM REORDPRM.DAT ROWS    *

       01  WS-CALC-WORK.
           05  WS-SOLD-QTY         PIC S9(7) COMP-3.
           05  WS-DEMAND-SKU       PIC X(10).
           05  WS-DEMAND-QTY       PIC S9(9) COMP-3.
           05  WS-VELOCITY         PIC S9(5)V9(4) COMP-3.
           05  WS-LEAD-DAYS        PIC 9(3).
           05  WS-PROPOSED-POINT   PIC 9(5).
               DISPLAY "WARNING: VENDMAST/ITEMVEND NOT AVAILABLE - "
                   "STANDARD LEAD TIME USED IN PROPOSALS"
           END-IF
           OPEN INPUT KIT-BOM-FILE
           IF KB-OK
               MOVE 'Y' TO WS-KIT-BOM-FLAG
           END-IF
           OPEN OUTPUT COMPARISON-REPORT.

       LOAD-CALC-PARAMS.
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SALES-COUNTED
           IF KIT-BOM-ON
               PERFORM EXPLODE-KIT-SALE
               IF KIT-ROW-EXPLODED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE IM-SKU TO WS-DEMAND-SKU
           MOVE WS-SOLD-QTY TO WS-DEMAND-QTY
           PERFORM ADD-DEMAND-ENTRY.

      *****************************************************************
      * A SALE ROW FOR A SKU WITH KITBOM.DAT COMPONENTS BECOMES       *
      * COMPONENT DEMAND; KIT-ROW-EXPLODED TELLS THE CALLER THE ROW   *
      * WAS A KIT AND HAS BEEN FULLY ACCOUNTED FOR.                   *
      *****************************************************************
       EXPLODE-KIT-SALE.
           MOVE 'N' TO WS-KB-SCAN-EOF
           MOVE 'N' TO WS-KIT-ROW-FLAG
           MOVE IM-SKU TO KB-KIT-SKU
           MOVE LOW-VALUES TO KB-COMP-SKU
           START KIT-BOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY MOVE 'Y' TO WS-KB-SCAN-EOF
           END-START
           PERFORM UNTIL WS-KB-SCAN-EOF = 'Y'
               READ KIT-BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-KB-SCAN-EOF
               END-READ
               IF WS-KB-SCAN-EOF = 'N'
                   IF KB-KIT-SKU NOT = IM-SKU
                       MOVE 'Y' TO WS-KB-SCAN-EOF
                   ELSE
                       IF KB-COMP-QTY NUMERIC AND KB-COMP-QTY > ZERO
                               AND KB-COMP-SKU NOT = IM-SKU
                           MOVE KB-COMP-SKU TO WS-DEMAND-SKU
                           COMPUTE WS-DEMAND-QTY =
                               WS-SOLD-QTY * KB-COMP-QTY
                           PERFORM ADD-DEMAND-ENTRY
                           MOVE 'Y' TO WS-KIT-ROW-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF KIT-ROW-EXPLODED
               ADD 1 TO WS-KIT-ROWS-EXPLODED
           END-IF.

       ADD-DEMAND-ENTRY.
           SET WS-DM-IDX TO ZERO
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DEMAND-COUNT
               IF WS-DM-LOCATION(WS-DM-IDX) = IM-LOCATION
                       AND WS-DM-SKU(WS-DM-IDX) = WS-DEMAND-SKU
                   EXIT PERFORM
               END-IF
           END-PERFORM
                   ADD 1 TO WS-DEMAND-COUNT
                   SET WS-DM-IDX TO WS-DEMAND-COUNT
                   MOVE IM-LOCATION TO WS-DM-LOCATION(WS-DM-IDX)
                   MOVE WS-DEMAND-SKU TO WS-DM-SKU(WS-DM-IDX)
                   MOVE ZERO TO WS-DM-SOLD-QTY(WS-DM-IDX)
               ELSE
                   DISPLAY "WARNING: DEMAND TABLE FULL, DROPPING "
                       IM-LOCATION "/" WS-DEMAND-SKU
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-DEMAND-QTY TO WS-DM-SOLD-QTY(WS-DM-IDX).

       PRINT-PROPOSALS.
           MOVE WS-WINDOW-DAYS TO WS-H2-WINDOW
           DISPLAY "======================================"
           DISPLAY "MOVEMENT ROWS READ: " WS-MOVES-READ
           DISPLAY "SALE ROWS IN WINDOW: " WS-SALES-COUNTED
           DISPLAY "KIT SALE ROWS EXPLODED: " WS-KIT-ROWS-EXPLODED
           DISPLAY "ITEMS PROPOSED: " WS-ITEMS-PROPOSED
           DISPLAY "APPROVALS READ: " WS-APPROVALS-READ
           DISPLAY "APPROVALS APPLIED: " WS-APPROVALS-APPLIED
               CLOSE VENDOR-MASTER
               CLOSE ITEM-VENDOR-FILE
           END-IF
           IF KIT-BOM-ON
               CLOSE KIT-BOM-FILE
           END-IF
           CLOSE COMPARISON-REPORT.
