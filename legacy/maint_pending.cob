       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PENDING.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: PENDING-APPROVALS REPORT FOR THE DUAL-CONTROL MASTER *
      * MAINTENANCE PROGRAMS (CUST-MAINT, MERCH-MAINT,                *
      * CONTRACT-MAINT, ITEM-MAINT, VENDOR-MAINT). READS PENDCHG.DAT  *
      * AND LISTS EVERY CHANGE STILL WAITING FOR A CHECKER, GROUPED   *
      * BY MASTER: CHANGE ID (THE ID TO QUOTE ON THE MAINTAPR.DAT     *
      * APPROVAL), ACTION, MASTER KEY, MAKER, STAGED DATE AND AGE IN  *
      * DAYS, FOLLOWED BY EACH FIELD THE CHANGE ALTERS WITH ITS       *
      * BEFORE AND AFTER VALUE SO THE CHECKER CAN APPROVE FROM THE    *
      * REPORT. CHANGES THE NEXT MAINTENANCE RUN WILL EXPIRE ARE      *
      * FLAGGED. MAINT_EXPIRY_DAYS IS READ THE SAME WAY THE           *
      * MAINTENANCE PROGRAMS READ IT (1-99, DEFAULT 7).               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDING-REPORT ASSIGN TO "MAINTPND.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".

       FD  PENDING-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PEND-STATUS      PIC XX.
               88  PEND-OK         VALUE "00".
               88  PEND-ERROR      VALUE "30" THRU "99".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-CHANGES-READ     PIC 9(8) VALUE ZERO.
           05  WS-CHANGES-PENDING  PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-DECIDED  PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-DUE      PIC 9(6) VALUE ZERO.
           05  WS-MASTER-PENDING   PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-EXPIRY-PARM          PIC X(2).
       01  WS-EXPIRY-DAYS          PIC 9(2) VALUE 07.
       01  WS-PENDING-AGE          PIC S9(5).
       01  WS-PREV-MASTER-ID       PIC X(8) VALUE SPACES.

      *****************************************************************
      * ONE STAGED IMAGE (BEFORE OR AFTER) LAID OVER EACH MASTER'S    *
      * ROW LAYOUT. ONLY THE FIELDS A MAINTENANCE PROGRAM CAN CHANGE  *
      * ARE NAMED; THE LAST-MAINTAINED STAMPS MOVE ON EVERY CHANGE    *
      * AND WOULD ONLY CLUTTER THE REPORT.                            *
      *****************************************************************
       01  WS-IMAGE-VIEW           PIC X(150).
       01  WS-CUST-VIEW REDEFINES WS-IMAGE-VIEW.
           05  FILLER              PIC X(10).
           05  WS-CV-TIER          PIC X(1).
           05  WS-CV-REGION        PIC X(2).
           05  WS-CV-STATUS        PIC X(1).
           05  WS-CV-OPEN-DATE     PIC X(8).
           05  FILLER              PIC X(16).
           05  WS-CV-CREDIT-LIMIT  PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(106).
       01  WS-MERCH-VIEW REDEFINES WS-IMAGE-VIEW.
           05  FILLER              PIC X(15).
           05  WS-MV-MERCHANT-NAME PIC X(30).
           05  WS-MV-STATUS        PIC X(1).
           05  WS-MV-OPEN-DATE     PIC X(8).
           05  FILLER              PIC X(96).
       01  WS-CONTRACT-VIEW REDEFINES WS-IMAGE-VIEW.
           05  FILLER              PIC X(18).
           05  WS-NV-CONTRACT-ID   PIC X(10).
           05  WS-NV-EXPIRY-DATE   PIC X(8).
           05  WS-NV-RATE-PCT      PIC 9V9999 COMP-3.
           05  WS-NV-FLAT-FEE      PIC S9(5)V99 COMP-3.
           05  WS-NV-STATUS        PIC X(1).
           05  FILLER              PIC X(106).
       01  WS-ITEM-VIEW REDEFINES WS-IMAGE-VIEW.
           05  FILLER              PIC X(14).
           05  WS-IV-DESCRIPTION   PIC X(50).
           05  WS-IV-CATEGORY      PIC X(20).
           05  FILLER              PIC X(12).
           05  WS-IV-REORDER-POINT PIC 9(5).
           05  WS-IV-REORDER-QTY   PIC 9(5).
           05  WS-IV-UNIT-COST     PIC S9(7)V99 COMP-3.
           05  FILLER              PIC X(26).
           05  WS-IV-STATUS-CODE   PIC X(2).
           05  FILLER              PIC X(11).
       01  WS-VENDOR-VIEW REDEFINES WS-IMAGE-VIEW.
           05  FILLER              PIC X(8).
           05  WS-VV-VENDOR-NAME   PIC X(30).
           05  WS-VV-LEAD-DAYS     PIC 9(3).
           05  WS-VV-STATUS        PIC X(1).
           05  FILLER              PIC X(108).
       01  WS-SKU-VENDOR-VIEW REDEFINES WS-IMAGE-VIEW.
           05  FILLER              PIC X(10).
           05  WS-SV-VENDOR-ID     PIC X(8).
           05  FILLER              PIC X(132).

      *****************************************************************
      * FIELD-LEVEL COMPARISON: THE BEFORE IMAGE IS DECODED FIRST AND *
      * ITS VALUES PARKED IN WS-FT-BEFORE, THEN THE AFTER IMAGE; A    *
      * FIELD IS PRINTED WHEN THE TWO DIFFER. AN ADD HAS A BLANK      *
      * BEFORE IMAGE, SO EVERY FIELD IT SETS IS PRINTED.              *
      *****************************************************************
       01  WS-FIELD-COUNT          PIC 9(2).
       01  WS-FIELD-TABLE.
           05  WS-FT-ENTRY OCCURS 8 TIMES
               INDEXED BY WS-FT-IDX.
               10  WS-FT-NAME      PIC X(16).
               10  WS-FT-VALUE     PIC X(50).
               10  WS-FT-BEFORE    PIC X(50).

       01  WS-FIELD-WORK.
           05  WS-FW-NAME          PIC X(16).
           05  WS-FW-VALUE         PIC X(50).
           05  WS-FW-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-FW-RATE          PIC 9.9999.
           05  WS-FW-COUNT         PIC ZZZZ9.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(44) VALUE SPACES.
               10  FILLER          PIC X(44)
                   VALUE "MASTER MAINTENANCE PENDING APPROVALS".
               10  FILLER          PIC X(44) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(8) VALUE "AS OF: ".
               10  WS-RPT-DATE     PIC 9(8).
               10  FILLER          PIC X(16)
                   VALUE "   EXPIRY DAYS: ".
               10  WS-RPT-EXPIRY   PIC Z9.
               10  FILLER          PIC X(98) VALUE SPACES.
           05  WS-MASTER-HDR.
               10  FILLER          PIC X(8) VALUE "MASTER: ".
               10  WS-MH-MASTER-ID PIC X(8).
               10  FILLER          PIC X(116) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(20) VALUE "CHANGE ID".
               10  FILLER          PIC X(5)  VALUE "ACT".
               10  FILLER          PIC X(22) VALUE "MASTER KEY".
               10  FILLER          PIC X(10) VALUE "MAKER".
               10  FILLER          PIC X(10) VALUE "STAGED".
               10  FILLER          PIC X(7)  VALUE "   AGE".
               10  FILLER          PIC X(58) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CHANGE-ID     PIC X(18).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-ACTION        PIC X(1).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-DL-MASTER-KEY    PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-MAKER-ID      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-STAGED-DATE   PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-AGE           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-FLAG          PIC X(24).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-FL-NAME          PIC X(16).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FL-BEFORE        PIC X(50).
           05  FILLER              PIC X(4) VALUE " -> ".
           05  WS-FL-AFTER         PIC X(50).
           05  FILLER              PIC X(6) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL         PIC X(32).
           05  WS-SL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM PROCESS-PENDING-CHANGES UNTIL WS-EOF = 'Y'
           PERFORM PRINT-PENDING-SUMMARY
           PERFORM CLOSE-PROCESS
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM ESTABLISH-EXPIRY-DAYS
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT PEND-OK
               DISPLAY "PENDCHG.DAT NOT AVAILABLE: " WS-PEND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PENDING-REPORT
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-EXPIRY-DAYS TO WS-RPT-EXPIRY
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           PERFORM READ-PENDING-CHANGE.

      *****************************************************************
      * SAME RULE AS THE MAINTENANCE PROGRAMS: ONE OR TWO DIGITS,     *
      * 1-99, DEFAULT 7. THE REPORT MUST USE THE SAME VALUE AS THE    *
      * RUNS THAT WILL DO THE EXPIRING OR ITS FLAGS ARE WRONG.        *
      *****************************************************************
       ESTABLISH-EXPIRY-DAYS.
           ACCEPT WS-EXPIRY-PARM FROM ENVIRONMENT "MAINT_EXPIRY_DAYS"
           IF WS-EXPIRY-PARM NOT = SPACES
                   AND WS-EXPIRY-PARM NOT = LOW-VALUES
               IF WS-EXPIRY-PARM(2:1) = SPACE
                   MOVE WS-EXPIRY-PARM(1:1) TO WS-EXPIRY-PARM(2:1)
                   MOVE "0" TO WS-EXPIRY-PARM(1:1)
               END-IF
               IF WS-EXPIRY-PARM IS NOT NUMERIC
                       OR WS-EXPIRY-PARM = "00"
                   DISPLAY "RUN REFUSED: MAINT_EXPIRY_DAYS MUST BE "
                       "1-99, GOT " WS-EXPIRY-PARM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-EXPIRY-PARM TO WS-EXPIRY-DAYS
           END-IF.

       READ-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF PEND-ERROR
               DISPLAY "FILE ERROR ON PENDCHG.DAT: " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-PENDING-CHANGES.
           ADD 1 TO WS-CHANGES-READ
           IF PC-PENDING
               ADD 1 TO WS-CHANGES-PENDING
               IF PC-MASTER-ID NOT = WS-PREV-MASTER-ID
                   PERFORM START-MASTER-GROUP
               END-IF
               ADD 1 TO WS-MASTER-PENDING
               PERFORM REPORT-PENDING-CHANGE
           ELSE
               ADD 1 TO WS-CHANGES-DECIDED
           END-IF
           PERFORM READ-PENDING-CHANGE.

      *****************************************************************
      * PENDCHG.DAT IS KEYED MASTER FIRST, SO EACH MASTER'S CHANGES   *
      * ARRIVE TOGETHER, OLDEST FIRST.                                *
      *****************************************************************
       START-MASTER-GROUP.
           IF WS-PREV-MASTER-ID NOT = SPACES
               PERFORM PRINT-MASTER-TOTAL
           END-IF
           MOVE PC-MASTER-ID TO WS-PREV-MASTER-ID
           MOVE ZERO TO WS-MASTER-PENDING
           MOVE PC-MASTER-ID TO WS-MH-MASTER-ID
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-MASTER-HDR AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HDR AFTER ADVANCING 1 LINE.

       PRINT-MASTER-TOTAL.
           MOVE SPACES TO WS-SL-LABEL
           STRING "PENDING FOR " DELIMITED BY SIZE
                  WS-PREV-MASTER-ID DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  INTO WS-SL-LABEL
           END-STRING
           MOVE WS-MASTER-PENDING TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * AGE IS CALENDAR DAYS SINCE STAGING. A MAINTENANCE RUN EXPIRES *
      * A CHANGE ONCE ITS AGE PASSES MAINT_EXPIRY_DAYS, SO A CHANGE   *
      * ALREADY OVER THE LIMIT GOES ON THE NEXT RUN WHATEVER ITS      *
      * DATE, AND ONE AT THE LIMIT GOES ON ANY LATER-DATED RUN.       *
      *****************************************************************
       REPORT-PENDING-CHANGE.
           COMPUTE WS-PENDING-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(PC-STAGED-DATE)
           EVALUATE TRUE
               WHEN WS-PENDING-AGE > WS-EXPIRY-DAYS
                   MOVE "EXPIRES ON NEXT RUN" TO WS-DL-FLAG
                   ADD 1 TO WS-CHANGES-DUE
               WHEN WS-PENDING-AGE = WS-EXPIRY-DAYS
                   MOVE "LAST DAY TO APPROVE" TO WS-DL-FLAG
                   ADD 1 TO WS-CHANGES-DUE
               WHEN OTHER
                   MOVE SPACES TO WS-DL-FLAG
           END-EVALUATE
           MOVE PC-CHANGE-ID TO WS-DL-CHANGE-ID
           MOVE PC-ACTION TO WS-DL-ACTION
           MOVE PC-MASTER-KEY TO WS-DL-MASTER-KEY
           MOVE PC-MAKER-ID TO WS-DL-MAKER-ID
           MOVE PC-STAGED-DATE TO WS-DL-STAGED-DATE
           MOVE WS-PENDING-AGE TO WS-DL-AGE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM COMPARE-IMAGES.

       COMPARE-IMAGES.
           MOVE SPACES TO WS-FIELD-TABLE
           IF PC-BEFORE-IMAGE NOT = SPACES
               MOVE PC-BEFORE-IMAGE TO WS-IMAGE-VIEW
               PERFORM DECODE-IMAGE
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FIELD-COUNT
                   MOVE WS-FT-VALUE(WS-FT-IDX)
                       TO WS-FT-BEFORE(WS-FT-IDX)
               END-PERFORM
           END-IF
           MOVE PC-AFTER-IMAGE TO WS-IMAGE-VIEW
           PERFORM DECODE-IMAGE
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FIELD-COUNT
               IF WS-FT-VALUE(WS-FT-IDX) NOT = WS-FT-BEFORE(WS-FT-IDX)
                   MOVE WS-FT-NAME(WS-FT-IDX) TO WS-FL-NAME
                   MOVE WS-FT-BEFORE(WS-FT-IDX) TO WS-FL-BEFORE
                   MOVE WS-FT-VALUE(WS-FT-IDX) TO WS-FL-AFTER
                   WRITE REPORT-LINE FROM WS-FIELD-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       DECODE-IMAGE.
           MOVE ZERO TO WS-FIELD-COUNT
           EVALUATE TRUE
               WHEN PC-CUSTOMER-MASTER
                   PERFORM DECODE-CUSTOMER-IMAGE
               WHEN PC-MERCHANT-MASTER
                   PERFORM DECODE-MERCHANT-IMAGE
               WHEN PC-CONTRACT-MASTER
                   PERFORM DECODE-CONTRACT-IMAGE
               WHEN PC-ITEM-MASTER
                   PERFORM DECODE-ITEM-IMAGE
               WHEN PC-VENDOR-MASTER
                   PERFORM DECODE-VENDOR-IMAGE
               WHEN PC-SKU-VENDOR-MASTER
                   PERFORM DECODE-SKU-VENDOR-IMAGE
           END-EVALUATE.

       DECODE-CUSTOMER-IMAGE.
           MOVE "TIER" TO WS-FW-NAME
           MOVE WS-CV-TIER TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "REGION" TO WS-FW-NAME
           MOVE WS-CV-REGION TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "STATUS" TO WS-FW-NAME
           MOVE WS-CV-STATUS TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "OPEN DATE" TO WS-FW-NAME
           MOVE WS-CV-OPEN-DATE TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "CREDIT LIMIT" TO WS-FW-NAME
           MOVE WS-CV-CREDIT-LIMIT TO WS-FW-AMOUNT
           MOVE WS-FW-AMOUNT TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE.

       DECODE-MERCHANT-IMAGE.
           MOVE "MERCHANT NAME" TO WS-FW-NAME
           MOVE WS-MV-MERCHANT-NAME TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "STATUS" TO WS-FW-NAME
           MOVE WS-MV-STATUS TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "OPEN DATE" TO WS-FW-NAME
           MOVE WS-MV-OPEN-DATE TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE.

       DECODE-CONTRACT-IMAGE.
           MOVE "CONTRACT ID" TO WS-FW-NAME
           MOVE WS-NV-CONTRACT-ID TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "EXPIRY DATE" TO WS-FW-NAME
           MOVE WS-NV-EXPIRY-DATE TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "RATE PCT" TO WS-FW-NAME
           MOVE WS-NV-RATE-PCT TO WS-FW-RATE
           MOVE WS-FW-RATE TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "FLAT FEE" TO WS-FW-NAME
           MOVE WS-NV-FLAT-FEE TO WS-FW-AMOUNT
           MOVE WS-FW-AMOUNT TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "STATUS" TO WS-FW-NAME
           MOVE WS-NV-STATUS TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE.

       DECODE-ITEM-IMAGE.
           MOVE "DESCRIPTION" TO WS-FW-NAME
           MOVE WS-IV-DESCRIPTION TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "CATEGORY" TO WS-FW-NAME
           MOVE WS-IV-CATEGORY TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "REORDER POINT" TO WS-FW-NAME
           MOVE WS-IV-REORDER-POINT TO WS-FW-COUNT
           MOVE WS-FW-COUNT TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "REORDER QTY" TO WS-FW-NAME
           MOVE WS-IV-REORDER-QTY TO WS-FW-COUNT
           MOVE WS-FW-COUNT TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "UNIT COST" TO WS-FW-NAME
           MOVE WS-IV-UNIT-COST TO WS-FW-AMOUNT
           MOVE WS-FW-AMOUNT TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "STATUS" TO WS-FW-NAME
           MOVE WS-IV-STATUS-CODE TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE.

       DECODE-VENDOR-IMAGE.
           MOVE "VENDOR NAME" TO WS-FW-NAME
           MOVE WS-VV-VENDOR-NAME TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "LEAD DAYS" TO WS-FW-NAME
           MOVE WS-VV-LEAD-DAYS TO WS-FW-COUNT
           MOVE WS-FW-COUNT TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE
           MOVE "STATUS" TO WS-FW-NAME
           MOVE WS-VV-STATUS TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE.

       DECODE-SKU-VENDOR-IMAGE.
           MOVE "VENDOR ID" TO WS-FW-NAME
           MOVE WS-SV-VENDOR-ID TO WS-FW-VALUE
           PERFORM ADD-FIELD-VALUE.

       ADD-FIELD-VALUE.
           ADD 1 TO WS-FIELD-COUNT
           SET WS-FT-IDX TO WS-FIELD-COUNT
           MOVE WS-FW-NAME TO WS-FT-NAME(WS-FT-IDX)
           MOVE WS-FW-VALUE TO WS-FT-VALUE(WS-FT-IDX).

       PRINT-PENDING-SUMMARY.
           IF WS-PREV-MASTER-ID NOT = SPACES
               PERFORM PRINT-MASTER-TOTAL
           END-IF
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 2 LINES
           MOVE "TOTAL PENDING:" TO WS-SL-LABEL
           MOVE WS-CHANGES-PENDING TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "DUE TO EXPIRE:" TO WS-SL-LABEL
           MOVE WS-CHANGES-DUE TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "PENDING-APPROVALS REPORT COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CHANGES ON FILE: " WS-CHANGES-READ
           DISPLAY "PENDING REPORTED: " WS-CHANGES-PENDING
           DISPLAY "DECIDED SKIPPED: " WS-CHANGES-DECIDED
           DISPLAY "DUE TO EXPIRE: " WS-CHANGES-DUE
           DISPLAY "======================================"
           CLOSE PENDING-CHANGE-FILE
           CLOSE PENDING-REPORT.
