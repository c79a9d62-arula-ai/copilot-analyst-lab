       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-EXTRACT.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: NIGHTLY DATA WAREHOUSE DELTA EXTRACT. FOR EACH       *
      * SOURCE FILE BELOW IT WRITES A DELIMITED ("|"), UNPACKED TEXT  *
      * EXTRACT HOLDING ONLY THE ROWS ADDED (A), CHANGED (C) OR       *
      * DELETED (D) SINCE THE PREVIOUS EXTRACT OF THAT FILE:          *
      *   CUSTMAST.DAT -> DWCUST.DAT    MERCHMAST.DAT -> DWMERCH.DAT  *
      *   CONTRACT.DAT -> DWCONTR.DAT   INVMAST.DAT   -> DWITEM.DAT   *
      *   FEES.DAT     -> DWFEES.DAT    RISKOUT.DAT   -> DWRISK.DAT   *
      *   OPENVAR.DAT  -> DWOPENV.DAT                                 *
      * EXTRACT ROW: ACTION|EXTRACT SEQ|BUSINESS DATE| THEN THE       *
      * SOURCE FIELDS IN RECORD-LAYOUT ORDER. AMOUNTS CARRY A LEADING *
      * MINUS AND A DECIMAL POINT; TEXT IS TRAILING-TRIMMED, WITH ANY *
      * "|" SHOWN AS "/". A DELETE CARRIES THE ROW AS LAST SENT.      *
      * DWSNAP.DAT HOLDS EVERY SOURCE ROW AS LAST SENT, STAMPED WITH  *
      * THE FILE'S EXTRACT SEQUENCE; DWHWM.DAT HOLDS EACH FILE'S      *
      * HIGH-WATER MARK (THE LAST EXTRACT SEQUENCE AND BUSINESS       *
      * DATE). A RUN GIVES EACH FILE THE NEXT SEQUENCE, SO A SNAPSHOT *
      * ROW NOT RESTAMPED BY THE PASS OVER THE SOURCE IS A DELETE.    *
      * THE FIRST RUN FINDS AN EMPTY SNAPSHOT AND SENDS EVERY ROW AS  *
      * AN ADD (THE INITIAL LOAD). RISKOUT.DAT IS REBUILT BY EACH     *
      * NIGHTLY RUN, SO ITS DELTA IS TONIGHT'S ROWS AS ADDS/CHANGES   *
      * AND LAST NIGHT'S ROWS NO LONGER THERE AS DELETES. FEES.DAT    *
      * HOLDS ONLY TONIGHT'S FEE EVENTS, AND ONE FE-ID CAN CARRY A    *
      * CHARGE, A REFUND AND A REVERSAL, SO IT BYPASSES THE SNAPSHOT: *
      * EVERY ROW IS SENT AS AN ADD WITH ITS ROW NUMBER IN THE FILE   *
      * AFTER THE FE-ID (FE-ID + ROW NUMBER IS THE WAREHOUSE KEY) AND *
      * NOTHING IS EVER SENT AS A DELETE.                             *
      * DWMANIF.DAT, ONE DELIMITED ROW PER FILE, IS THE WAREHOUSE'S   *
      * PROOF OF RECEIPT: FILE ID|EXTRACT FILE|BUSINESS DATE|RUN      *
      * DATE|RUN TIME|EXTRACT SEQ|STATUS|SOURCE ROWS READ|ADDS|       *
      * CHANGES|DELETES|ROWS WRITTEN|HASH TOTAL|DUPLICATE KEYS.       *
      * STATUS E = EXTRACTED; M = SOURCE FILE MISSING, NOTHING SENT   *
      * AND THE HIGH-WATER MARK NOT MOVED (A MISSING FILE MUST NOT BE *
      * SENT AS EVERY ROW DELETED) AND THE RUN ENDS WITH RETURN CODE  *
      * 8 ONCE THE OTHER FILES ARE DONE. THE HASH TOTAL IS THE SUM,   *
      * OVER THE ROWS WRITTEN, OF ONE NUMERIC COLUMN PER FILE: CUST   *
      * CREDIT LIMIT, MERCHANT OPEN DATE, CONTRACT FLAT FEE, ITEM QTY *
      * ON HAND, FEE FINAL FEE, RISK SCORE, VARIANCE DIFFERENCE.      *
      * COMMAND-LINE PARAMETER: BUSINESS DATE AS YYYYMMDD. NO         *
      * PARAMETER MEANS THE RUN DATE. A RUN THAT FAILS PART WAY HAS   *
      * ALREADY RESTAMPED PART OF DWSNAP.DAT: RESTORE DWSNAP.DAT AND  *
      * DWHWM.DAT FROM THE PRE-RUN BACKUP BEFORE RERUNNING.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT MERCHANT-MASTER ASSIGN TO "MERCHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MM-MERCHANT-ID
               FILE STATUS IS WS-MM-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CN-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT FEES-FILE ASSIGN TO "FEES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FE-STATUS.
           SELECT RISK-SNAPSHOT ASSIGN TO "RISKOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT DW-SNAPSHOT-FILE ASSIGN TO "DWSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT DW-HWM-FILE ASSIGN TO "DWHWM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HW-FILE-ID
               FILE STATUS IS WS-HW-STATUS.
           SELECT DW-CUST-EXTRACT ASSIGN TO "DWCUST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-MERCH-EXTRACT ASSIGN TO "DWMERCH.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-CONTRACT-EXTRACT ASSIGN TO "DWCONTR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-ITEM-EXTRACT ASSIGN TO "DWITEM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-FEES-EXTRACT ASSIGN TO "DWFEES.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-RISK-EXTRACT ASSIGN TO "DWRISK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-OPENVAR-EXTRACT ASSIGN TO "DWOPENV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-MANIFEST ASSIGN TO "DWMANIF.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  MERCHANT-MASTER.
           COPY "merchmast.cpy".

       FD  CONTRACT-FILE.
           COPY "contract.cpy".

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

       FD  FEES-FILE.
       01  FEES-RECORD.
           05  FE-ID           PIC X(10).
           05  FE-BASE-FEE     PIC S9(5)V99 COMP-3.
           05  FE-DISC-FEE     PIC S9(5)V99 COMP-3.
           05  FE-FINAL-FEE    PIC S9(5)V99 COMP-3.
           05  FE-RISK-SURCHG  PIC S9(5)V99 COMP-3.
           05  FE-CURRENCY     PIC X(3).
           05  FE-FEE-TRANS-CURR PIC S9(5)V99 COMP-3.
           05  FE-WAIVED-FEE   PIC S9(5)V99 COMP-3.

       FD  RISK-SNAPSHOT.
       01  RISK-RECORD.
           05  RR-CUST-ID          PIC X(10).
           05  RR-RISK-SCORE       PIC 9(3).
           05  RR-RISK-CATEGORY    PIC X(10).
           05  RR-TRANS-COUNT      PIC 9(6).
           05  RR-DECLINE-RATE     PIC 9V999.
           05  RR-AVG-AMOUNT       PIC S9(7)V99 COMP-3.
           05  RR-FLAGS            PIC X(10).
           05  RR-RECOMMEND-ACTION PIC X(30).
           05  RR-PARAM-SET-ID     PIC X(10).
           05  RR-PARAM-EFF-DATE   PIC 9(8).
           05  RR-MODEL-SCORE      PIC 9(3).
           05  RR-OVERRIDE-REASON  PIC X(30).

       FD  OPEN-VARIANCE-FILE.
           COPY "openvar.cpy".

      *****************************************************************
      * ONE ROW PER SOURCE ROW AS LAST SENT TO THE WAREHOUSE, KEYED   *
      * BY FILE ID + THE SOURCE ROW'S OWN KEY. DS-HASH-VALUE KEEPS    *
      * THE ROW'S HASH COLUMN SO A DELETE CAN BE HASHED WITHOUT THE   *
      * SOURCE.                                                       *
      *****************************************************************
       FD  DW-SNAPSHOT-FILE.
       01  DW-SNAPSHOT-RECORD.
           05  DS-KEY.
               10  DS-FILE-ID      PIC X(8).
               10  DS-REC-KEY      PIC X(32).
           05  DS-LAST-SEQ         PIC 9(8).
           05  DS-LAST-DATE        PIC 9(8).
           05  DS-HASH-VALUE       PIC S9(13)V99 COMP-3.
           05  DS-IMAGE            PIC X(300).

       FD  DW-HWM-FILE.
       01  DW-HWM-RECORD.
           05  HW-FILE-ID          PIC X(8).
           05  HW-LAST-SEQ         PIC 9(8).
           05  HW-LAST-BUS-DATE    PIC 9(8).
           05  HW-LAST-RUN-DATE    PIC 9(8).
           05  HW-LAST-RUN-TIME    PIC 9(6).
           05  HW-SNAPSHOT-ROWS    PIC 9(9).

       FD  DW-CUST-EXTRACT.
       01  DW-CUST-LINE            PIC X(330).

       FD  DW-MERCH-EXTRACT.
       01  DW-MERCH-LINE           PIC X(330).

       FD  DW-CONTRACT-EXTRACT.
       01  DW-CONTRACT-LINE        PIC X(330).

       FD  DW-ITEM-EXTRACT.
       01  DW-ITEM-LINE            PIC X(330).

       FD  DW-FEES-EXTRACT.
       01  DW-FEES-LINE            PIC X(330).

       FD  DW-RISK-EXTRACT.
       01  DW-RISK-LINE            PIC X(330).

       FD  DW-OPENVAR-EXTRACT.
       01  DW-OPENVAR-LINE         PIC X(330).

       FD  DW-MANIFEST.
       01  DW-MANIFEST-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CM-STATUS        PIC XX.
               88  CM-OK           VALUE "00".
               88  CM-FILE-NOT-EXIST VALUE "35".
               88  CM-ERROR        VALUE "30" THRU "99".
           05  WS-MM-STATUS        PIC XX.
               88  MM-OK           VALUE "00".
               88  MM-FILE-NOT-EXIST VALUE "35".
               88  MM-ERROR        VALUE "30" THRU "99".
           05  WS-CN-STATUS        PIC XX.
               88  CN-OK           VALUE "00".
               88  CN-FILE-NOT-EXIST VALUE "35".
               88  CN-ERROR        VALUE "30" THRU "99".
           05  WS-INV-STATUS       PIC XX.
               88  INV-OK          VALUE "00".
               88  INV-FILE-NOT-EXIST VALUE "35".
               88  INV-ERROR       VALUE "30" THRU "99".
           05  WS-FE-STATUS        PIC XX.
               88  FE-OK           VALUE "00".
               88  FE-FILE-NOT-EXIST VALUE "35".
               88  FE-ERROR        VALUE "30" THRU "99".
           05  WS-RR-STATUS        PIC XX.
               88  RR-OK           VALUE "00".
               88  RR-FILE-NOT-EXIST VALUE "35".
               88  RR-ERROR        VALUE "30" THRU "99".
           05  WS-OV-STATUS        PIC XX.
               88  OV-OK           VALUE "00".
               88  OV-FILE-NOT-EXIST VALUE "35".
               88  OV-ERROR        VALUE "30" THRU "99".
           05  WS-DS-STATUS        PIC XX.
               88  DS-OK           VALUE "00".
               88  DS-FILE-NOT-EXIST VALUE "35".
           05  WS-HW-STATUS        PIC XX.
               88  HW-OK           VALUE "00".
               88  HW-FILE-NOT-EXIST VALUE "35".

       01  WS-FLAGS.
           05  WS-SRC-EOF          PIC X VALUE 'N'.
           05  WS-SNAP-EOF         PIC X VALUE 'N'.
           05  WS-SNAP-FOUND       PIC X VALUE 'N'.
           05  WS-HWM-FOUND        PIC X VALUE 'N'.

       01  WS-PARM-RAW             PIC X(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-BUSINESS-DATE        PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-FILES-EXTRACTED  PIC 9(2) VALUE ZERO.
           05  WS-FILES-MISSING    PIC 9(2) VALUE ZERO.
           05  WS-TOTAL-WRITTEN    PIC 9(9) VALUE ZERO.

      *****************************************************************
      * THE FILE BEING EXTRACTED. EACH EXTRACT-xxx PARAGRAPH SETS THE *
      * FILE ID AND EXTRACT NAME, THEN BUILDS WS-DX-IMAGE, THE KEY    *
      * AND THE HASH VALUE FOR EACH SOURCE ROW AND HANDS IT TO        *
      * APPLY-DELTA.                                                  *
      *****************************************************************
       01  WS-DX-FILE.
           05  WS-DX-FILE-ID       PIC X(8).
           05  WS-DX-EXTRACT-NAME  PIC X(12).
           05  WS-DX-STATUS        PIC X(1).
           05  WS-DX-NEW-SEQ       PIC 9(8).
           05  WS-DX-SNAPSHOT-ROWS PIC 9(9).
           05  WS-DX-SOURCE-READ   PIC 9(9).
           05  WS-DX-ADDS          PIC 9(9).
           05  WS-DX-CHANGES       PIC 9(9).
           05  WS-DX-DELETES       PIC 9(9).
           05  WS-DX-WRITTEN       PIC 9(9).
           05  WS-DX-DUPLICATES    PIC 9(9).
           05  WS-DX-HASH-TOTAL    PIC S9(15)V99 COMP-3.

       01  WS-DX-ROW.
           05  WS-DX-ACTION        PIC X(1).
           05  WS-DX-REC-KEY       PIC X(32).
           05  WS-DX-HASH-VALUE    PIC S9(13)V99 COMP-3.
           05  WS-DX-IMAGE         PIC X(300).
           05  WS-DX-PTR           PIC 9(4) COMP.
           05  WS-DX-LINE          PIC X(330).

      *****************************************************************
      * COLUMN FORMATTING WORK AREAS. THE CALLER MOVES THE VALUE TO   *
      * THE MATCHING WS-DX- FIELD AND PERFORMS THE ADD-xxx-COLUMN     *
      * PARAGRAPH.                                                    *
      *****************************************************************
       01  WS-DX-COLUMN.
           05  WS-DX-TEXT          PIC X(50).
           05  WS-DX-NUMBER        PIC S9(15).
           05  WS-DX-NUMBER-ED     PIC -(15)9.
           05  WS-DX-AMOUNT        PIC S9(13)V99.
           05  WS-DX-AMOUNT-ED     PIC -(13)9.99.
           05  WS-DX-RATE          PIC S9(3)V9999.
           05  WS-DX-RATE-ED       PIC -(3)9.9999.
           05  WS-DX-HASH-ED       PIC -(15)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM EXTRACT-CUSTOMER-MASTER
           PERFORM EXTRACT-MERCHANT-MASTER
           PERFORM EXTRACT-CONTRACT-FILE
           PERFORM EXTRACT-INVENTORY-MASTER
           PERFORM EXTRACT-FEES-FILE
           PERFORM EXTRACT-RISK-SNAPSHOT
           PERFORM EXTRACT-OPEN-VARIANCES
           PERFORM CLOSE-PROCESS
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM ESTABLISH-BUSINESS-DATE
           PERFORM OPEN-DELTA-CONTROL-FILES
           OPEN OUTPUT DW-CUST-EXTRACT
           OPEN OUTPUT DW-MERCH-EXTRACT
           OPEN OUTPUT DW-CONTRACT-EXTRACT
           OPEN OUTPUT DW-ITEM-EXTRACT
           OPEN OUTPUT DW-FEES-EXTRACT
           OPEN OUTPUT DW-RISK-EXTRACT
           OPEN OUTPUT DW-OPENVAR-EXTRACT
           OPEN OUTPUT DW-MANIFEST.

       ESTABLISH-BUSINESS-DATE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW = SPACES OR WS-PARM-RAW = LOW-VALUES
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-PARM-RAW TO WS-BUSINESS-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = 0
               DISPLAY "INVALID BUSINESS DATE: " WS-PARM-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * FIRST-EVER RUN CREATES THE EMPTY SNAPSHOT AND HIGH-WATER-MARK *
      * FILES, SAME PATTERN AS CUST-MAINT'S OPEN-CUSTOMER-MASTER.     *
      *****************************************************************
       OPEN-DELTA-CONTROL-FILES.
           OPEN I-O DW-SNAPSHOT-FILE
           IF DS-FILE-NOT-EXIST
               OPEN OUTPUT DW-SNAPSHOT-FILE
               CLOSE DW-SNAPSHOT-FILE
               OPEN I-O DW-SNAPSHOT-FILE
           END-IF
           IF NOT DS-OK
               DISPLAY "DWSNAP.DAT NOT AVAILABLE: " WS-DS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DW-HWM-FILE
           IF HW-FILE-NOT-EXIST
               OPEN OUTPUT DW-HWM-FILE
               CLOSE DW-HWM-FILE
               OPEN I-O DW-HWM-FILE
           END-IF
           IF NOT HW-OK
               DISPLAY "DWHWM.DAT NOT AVAILABLE: " WS-HW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * CUSTMAST.DAT                                                  *
      *****************************************************************
       EXTRACT-CUSTOMER-MASTER.
           MOVE "CUSTMAST" TO WS-DX-FILE-ID
           MOVE "DWCUST.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT CUSTOMER-MASTER
           EVALUATE TRUE
               WHEN CM-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT CM-OK
                   DISPLAY "CUSTMAST.DAT NOT AVAILABLE: " WS-CM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   PERFORM READ-CUSTOMER-MASTER
                   PERFORM DELTA-CUSTOMER-ROW UNTIL WS-SRC-EOF = 'Y'
                   PERFORM EXTRACT-DELETED-ROWS
                   PERFORM END-FILE-EXTRACT
                   CLOSE CUSTOMER-MASTER
           END-EVALUATE.

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF CM-ERROR
               DISPLAY "FILE ERROR ON CUSTMAST.DAT: " WS-CM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-CUSTOMER-ROW.
           MOVE CM-CUST-ID TO WS-DX-REC-KEY
           MOVE CM-CREDIT-LIMIT TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE CM-CUST-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CM-TIER TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CM-REGION TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CM-STATUS TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CM-OPEN-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE CM-LAST-MAINT-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE CM-LAST-MAINT-OPER TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CM-CREDIT-LIMIT TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           PERFORM APPLY-DELTA
           PERFORM READ-CUSTOMER-MASTER.

      *****************************************************************
      * MERCHMAST.DAT                                                 *
      *****************************************************************
       EXTRACT-MERCHANT-MASTER.
           MOVE "MERCMAST" TO WS-DX-FILE-ID
           MOVE "DWMERCH.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT MERCHANT-MASTER
           EVALUATE TRUE
               WHEN MM-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT MM-OK
                   DISPLAY "MERCHMAST.DAT NOT AVAILABLE: "
                       WS-MM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   PERFORM READ-MERCHANT-MASTER
                   PERFORM DELTA-MERCHANT-ROW UNTIL WS-SRC-EOF = 'Y'
                   PERFORM EXTRACT-DELETED-ROWS
                   PERFORM END-FILE-EXTRACT
                   CLOSE MERCHANT-MASTER
           END-EVALUATE.

       READ-MERCHANT-MASTER.
           READ MERCHANT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF MM-ERROR
               DISPLAY "FILE ERROR ON MERCHMAST.DAT: " WS-MM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-MERCHANT-ROW.
           MOVE MM-MERCHANT-ID TO WS-DX-REC-KEY
           MOVE MM-OPEN-DATE TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE MM-MERCHANT-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE MM-MERCHANT-NAME TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE MM-STATUS TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE MM-OPEN-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE MM-LAST-MAINT-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE MM-LAST-MAINT-OPER TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           PERFORM APPLY-DELTA
           PERFORM READ-MERCHANT-MASTER.

      *****************************************************************
      * CONTRACT.DAT                                                  *
      *****************************************************************
       EXTRACT-CONTRACT-FILE.
           MOVE "CONTRACT" TO WS-DX-FILE-ID
           MOVE "DWCONTR.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT CONTRACT-FILE
           EVALUATE TRUE
               WHEN CN-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT CN-OK
                   DISPLAY "CONTRACT.DAT NOT AVAILABLE: " WS-CN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   PERFORM READ-CONTRACT-FILE
                   PERFORM DELTA-CONTRACT-ROW UNTIL WS-SRC-EOF = 'Y'
                   PERFORM EXTRACT-DELETED-ROWS
                   PERFORM END-FILE-EXTRACT
                   CLOSE CONTRACT-FILE
           END-EVALUATE.

       READ-CONTRACT-FILE.
           READ CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF CN-ERROR
               DISPLAY "FILE ERROR ON CONTRACT.DAT: " WS-CN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-CONTRACT-ROW.
           MOVE CN-KEY TO WS-DX-REC-KEY
           MOVE CN-FLAT-FEE TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE CN-CUST-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CN-EFF-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE CN-CONTRACT-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CN-EXPIRY-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE CN-RATE-PCT TO WS-DX-RATE
           PERFORM ADD-RATE-COLUMN
           MOVE CN-FLAT-FEE TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE CN-STATUS TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE CN-LAST-MAINT-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE CN-LAST-MAINT-OPER TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           PERFORM APPLY-DELTA
           PERFORM READ-CONTRACT-FILE.

      *****************************************************************
      * INVMAST.DAT                                                   *
      *****************************************************************
       EXTRACT-INVENTORY-MASTER.
           MOVE "INVMAST" TO WS-DX-FILE-ID
           MOVE "DWITEM.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT INVENTORY-MASTER
           EVALUATE TRUE
               WHEN INV-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT INV-OK
                   DISPLAY "INVMAST.DAT NOT AVAILABLE: " WS-INV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   PERFORM READ-INVENTORY-MASTER
                   PERFORM DELTA-INVENTORY-ROW UNTIL WS-SRC-EOF = 'Y'
                   PERFORM EXTRACT-DELETED-ROWS
                   PERFORM END-FILE-EXTRACT
                   CLOSE INVENTORY-MASTER
           END-EVALUATE.

       READ-INVENTORY-MASTER.
           READ INVENTORY-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF INV-ERROR
               DISPLAY "FILE ERROR ON INVMAST.DAT: " WS-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-INVENTORY-ROW.
           MOVE INV-KEY TO WS-DX-REC-KEY
           MOVE INV-QTY-ONHAND TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE INV-LOCATION TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE INV-SKU TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE INV-DESCRIPTION TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE INV-CATEGORY TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE INV-QTY-ONHAND TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE INV-QTY-ALLOCATED TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE INV-QTY-AVAILABLE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE INV-REORDER-POINT TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE INV-REORDER-QTY TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE INV-UNIT-COST TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE INV-LAST-UPDATED TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE INV-STATUS-CODE TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           PERFORM APPLY-DELTA
           PERFORM READ-INVENTORY-MASTER.

      *****************************************************************
      * FEES.DAT - KEYED BY FE-ID + ROW NUMBER, EVERY ROW AN ADD      *
      *****************************************************************
       EXTRACT-FEES-FILE.
           MOVE "FEES" TO WS-DX-FILE-ID
           MOVE "DWFEES.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT FEES-FILE
           EVALUATE TRUE
               WHEN FE-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT FE-OK
                   DISPLAY "FEES.DAT NOT AVAILABLE: " WS-FE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   MOVE ZERO TO WS-DX-SNAPSHOT-ROWS
                   PERFORM READ-FEES-FILE
                   PERFORM DELTA-FEES-ROW UNTIL WS-SRC-EOF = 'Y'
                   PERFORM END-FILE-EXTRACT
                   CLOSE FEES-FILE
           END-EVALUATE.

       READ-FEES-FILE.
           READ FEES-FILE
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF FE-ERROR
               DISPLAY "FILE ERROR ON FEES.DAT: " WS-FE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-FEES-ROW.
           MOVE FE-FINAL-FEE TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE FE-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE WS-DX-SOURCE-READ TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE FE-BASE-FEE TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE FE-DISC-FEE TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE FE-FINAL-FEE TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE FE-RISK-SURCHG TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE FE-CURRENCY TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE FE-FEE-TRANS-CURR TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE FE-WAIVED-FEE TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           PERFORM SEND-AS-ADD
           PERFORM READ-FEES-FILE.

      *****************************************************************
      * RISKOUT.DAT - KEYED FOR THE DELTA BY RR-CUST-ID               *
      *****************************************************************
       EXTRACT-RISK-SNAPSHOT.
           MOVE "RISKOUT" TO WS-DX-FILE-ID
           MOVE "DWRISK.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT RISK-SNAPSHOT
           EVALUATE TRUE
               WHEN RR-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT RR-OK
                   DISPLAY "RISKOUT.DAT NOT AVAILABLE: " WS-RR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   PERFORM READ-RISK-SNAPSHOT
                   PERFORM DELTA-RISK-ROW UNTIL WS-SRC-EOF = 'Y'
                   PERFORM EXTRACT-DELETED-ROWS
                   PERFORM END-FILE-EXTRACT
                   CLOSE RISK-SNAPSHOT
           END-EVALUATE.

       READ-RISK-SNAPSHOT.
           READ RISK-SNAPSHOT
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF RR-ERROR
               DISPLAY "FILE ERROR ON RISKOUT.DAT: " WS-RR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-RISK-ROW.
           MOVE RR-CUST-ID TO WS-DX-REC-KEY
           MOVE RR-RISK-SCORE TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE RR-CUST-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE RR-RISK-SCORE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE RR-RISK-CATEGORY TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE RR-TRANS-COUNT TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE RR-DECLINE-RATE TO WS-DX-RATE
           PERFORM ADD-RATE-COLUMN
           MOVE RR-AVG-AMOUNT TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE RR-FLAGS TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE RR-RECOMMEND-ACTION TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE RR-PARAM-SET-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE RR-PARAM-EFF-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE RR-MODEL-SCORE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE RR-OVERRIDE-REASON TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           PERFORM APPLY-DELTA
           PERFORM READ-RISK-SNAPSHOT.

      *****************************************************************
      * OPENVAR.DAT                                                   *
      *****************************************************************
       EXTRACT-OPEN-VARIANCES.
           MOVE "OPENVAR" TO WS-DX-FILE-ID
           MOVE "DWOPENV.DAT" TO WS-DX-EXTRACT-NAME
           OPEN INPUT OPEN-VARIANCE-FILE
           EVALUATE TRUE
               WHEN OV-FILE-NOT-EXIST
                   PERFORM NOTE-SOURCE-MISSING
               WHEN NOT OV-OK
                   DISPLAY "OPENVAR.DAT NOT AVAILABLE: " WS-OV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM BEGIN-FILE-EXTRACT
                   PERFORM READ-OPEN-VARIANCE
                   PERFORM DELTA-OPEN-VARIANCE-ROW
                       UNTIL WS-SRC-EOF = 'Y'
                   PERFORM EXTRACT-DELETED-ROWS
                   PERFORM END-FILE-EXTRACT
                   CLOSE OPEN-VARIANCE-FILE
           END-EVALUATE.

       READ-OPEN-VARIANCE.
           READ OPEN-VARIANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SRC-EOF
           END-READ
           IF OV-ERROR
               DISPLAY "FILE ERROR ON OPENVAR.DAT: " WS-OV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       DELTA-OPEN-VARIANCE-ROW.
           MOVE OV-KEY TO WS-DX-REC-KEY
           MOVE OV-DIFFERENCE TO WS-DX-HASH-VALUE
           PERFORM START-IMAGE
           MOVE OV-PROCESSOR-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-TRANS-ID TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-VAR-TYPE TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-INT-AMOUNT TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE OV-EXT-AMOUNT TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE OV-DIFFERENCE TO WS-DX-AMOUNT
           PERFORM ADD-AMOUNT-COLUMN
           MOVE OV-BATCH-NUM TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-OPEN-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE OV-STATUS TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-RESOLVE-DATE TO WS-DX-NUMBER
           PERFORM ADD-NUMBER-COLUMN
           MOVE OV-RESOLVE-CODE TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-RESOLVE-OPER TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           MOVE OV-CURRENCY TO WS-DX-TEXT
           PERFORM ADD-TEXT-COLUMN
           PERFORM APPLY-DELTA
           PERFORM READ-OPEN-VARIANCE.

      *****************************************************************
      * PER-FILE SETUP: THE FILE'S NEXT EXTRACT SEQUENCE COMES FROM   *
      * ITS HIGH-WATER MARK (1 ON THE FIRST RUN).                     *
      *****************************************************************
       BEGIN-FILE-EXTRACT.
           MOVE 'E' TO WS-DX-STATUS
           MOVE 'N' TO WS-SRC-EOF
           MOVE ZERO TO WS-DX-SOURCE-READ WS-DX-ADDS WS-DX-CHANGES
               WS-DX-DELETES WS-DX-WRITTEN WS-DX-DUPLICATES
               WS-DX-HASH-TOTAL
           MOVE WS-DX-FILE-ID TO HW-FILE-ID
           READ DW-HWM-FILE
               INVALID KEY MOVE 'N' TO WS-HWM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-HWM-FOUND
           END-READ
           IF WS-HWM-FOUND = 'Y'
               COMPUTE WS-DX-NEW-SEQ = HW-LAST-SEQ + 1
               MOVE HW-SNAPSHOT-ROWS TO WS-DX-SNAPSHOT-ROWS
           ELSE
               MOVE 1 TO WS-DX-NEW-SEQ
               MOVE ZERO TO WS-DX-SNAPSHOT-ROWS
           END-IF.

       NOTE-SOURCE-MISSING.
           DISPLAY "SOURCE FILE MISSING - NOT EXTRACTED: "
               WS-DX-FILE-ID
           MOVE 'M' TO WS-DX-STATUS
           MOVE ZERO TO WS-DX-NEW-SEQ WS-DX-SOURCE-READ WS-DX-ADDS
               WS-DX-CHANGES WS-DX-DELETES WS-DX-WRITTEN
               WS-DX-DUPLICATES WS-DX-HASH-TOTAL
           ADD 1 TO WS-FILES-MISSING
           PERFORM WRITE-MANIFEST-ROW.

       START-IMAGE.
           ADD 1 TO WS-DX-SOURCE-READ
           MOVE SPACES TO WS-DX-IMAGE
           MOVE 1 TO WS-DX-PTR.

       ADD-TEXT-COLUMN.
           PERFORM ADD-COLUMN-SEPARATOR
           INSPECT WS-DX-TEXT REPLACING ALL "|" BY "/"
           IF WS-DX-TEXT NOT = SPACES
               STRING FUNCTION TRIM(WS-DX-TEXT TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-DX-IMAGE WITH POINTER WS-DX-PTR
               END-STRING
           END-IF.

       ADD-NUMBER-COLUMN.
           PERFORM ADD-COLUMN-SEPARATOR
           MOVE WS-DX-NUMBER TO WS-DX-NUMBER-ED
           STRING FUNCTION TRIM(WS-DX-NUMBER-ED LEADING)
               DELIMITED BY SIZE
               INTO WS-DX-IMAGE WITH POINTER WS-DX-PTR
           END-STRING.

       ADD-AMOUNT-COLUMN.
           PERFORM ADD-COLUMN-SEPARATOR
           MOVE WS-DX-AMOUNT TO WS-DX-AMOUNT-ED
           STRING FUNCTION TRIM(WS-DX-AMOUNT-ED LEADING)
               DELIMITED BY SIZE
               INTO WS-DX-IMAGE WITH POINTER WS-DX-PTR
           END-STRING.

       ADD-RATE-COLUMN.
           PERFORM ADD-COLUMN-SEPARATOR
           MOVE WS-DX-RATE TO WS-DX-RATE-ED
           STRING FUNCTION TRIM(WS-DX-RATE-ED LEADING)
               DELIMITED BY SIZE
               INTO WS-DX-IMAGE WITH POINTER WS-DX-PTR
           END-STRING.

       ADD-COLUMN-SEPARATOR.
           IF WS-DX-PTR > 1
               STRING "|" DELIMITED BY SIZE
                   INTO WS-DX-IMAGE WITH POINTER WS-DX-PTR
               END-STRING
           END-IF.

      *****************************************************************
      * THE ROW AGAINST ITS SNAPSHOT: NOT THERE IS AN ADD, THERE BUT  *
      * DIFFERENT IS A CHANGE, THERE AND THE SAME IS JUST RESTAMPED   *
      * AS SEEN. A ROW ALREADY STAMPED WITH THIS RUN'S SEQUENCE IS A  *
      * SECOND SOURCE ROW WITH THE SAME KEY; IT IS COUNTED ON THE     *
      * MANIFEST AND NOT SENT.                                        *
      *****************************************************************
       APPLY-DELTA.
           MOVE WS-DX-FILE-ID TO DS-FILE-ID
           MOVE WS-DX-REC-KEY TO DS-REC-KEY
           READ DW-SNAPSHOT-FILE
               INVALID KEY MOVE 'N' TO WS-SNAP-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-SNAP-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-SNAP-FOUND = 'N'
                   MOVE 'A' TO WS-DX-ACTION
                   PERFORM STAMP-SNAPSHOT-ROW
                   WRITE DW-SNAPSHOT-RECORD
                       INVALID KEY PERFORM SNAPSHOT-WRITE-FAILED
                   END-WRITE
                   ADD 1 TO WS-DX-ADDS WS-DX-SNAPSHOT-ROWS
                   PERFORM WRITE-EXTRACT-ROW
               WHEN DS-LAST-SEQ = WS-DX-NEW-SEQ
                   ADD 1 TO WS-DX-DUPLICATES
               WHEN DS-IMAGE NOT = WS-DX-IMAGE
                   MOVE 'C' TO WS-DX-ACTION
                   PERFORM STAMP-SNAPSHOT-ROW
                   PERFORM REWRITE-SNAPSHOT-ROW
                   ADD 1 TO WS-DX-CHANGES
                   PERFORM WRITE-EXTRACT-ROW
               WHEN OTHER
                   MOVE WS-DX-NEW-SEQ TO DS-LAST-SEQ
                   PERFORM REWRITE-SNAPSHOT-ROW
           END-EVALUATE.

      *****************************************************************
      * A ROW FROM A FILE THAT HOLDS ONLY TONIGHT'S EVENTS: SENT AS   *
      * AN ADD WITHOUT TOUCHING THE SNAPSHOT.                         *
      *****************************************************************
       SEND-AS-ADD.
           MOVE 'A' TO WS-DX-ACTION
           ADD 1 TO WS-DX-ADDS
           PERFORM WRITE-EXTRACT-ROW.

       STAMP-SNAPSHOT-ROW.
           MOVE WS-DX-FILE-ID TO DS-FILE-ID
           MOVE WS-DX-REC-KEY TO DS-REC-KEY
           MOVE WS-DX-NEW-SEQ TO DS-LAST-SEQ
           MOVE WS-BUSINESS-DATE TO DS-LAST-DATE
           MOVE WS-DX-HASH-VALUE TO DS-HASH-VALUE
           MOVE WS-DX-IMAGE TO DS-IMAGE.

       REWRITE-SNAPSHOT-ROW.
           REWRITE DW-SNAPSHOT-RECORD
               INVALID KEY PERFORM SNAPSHOT-WRITE-FAILED
           END-REWRITE.

       SNAPSHOT-WRITE-FAILED.
           DISPLAY "FILE ERROR ON DWSNAP.DAT: " WS-DS-STATUS
               " " DS-KEY
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * EVERY SNAPSHOT ROW FOR THIS FILE NOT RESTAMPED BY THIS RUN    *
      * HAS LEFT THE SOURCE: SENT AS A DELETE WITH ITS LAST-SENT      *
      * IMAGE AND DROPPED FROM THE SNAPSHOT.                          *
      *****************************************************************
       EXTRACT-DELETED-ROWS.
           MOVE 'N' TO WS-SNAP-EOF
           MOVE WS-DX-FILE-ID TO DS-FILE-ID
           MOVE LOW-VALUES TO DS-REC-KEY
           START DW-SNAPSHOT-FILE KEY IS NOT LESS THAN DS-KEY
               INVALID KEY MOVE 'Y' TO WS-SNAP-EOF
           END-START
           IF WS-SNAP-EOF = 'N'
               PERFORM READ-NEXT-SNAPSHOT
           END-IF
           PERFORM DELETE-IF-NOT-SEEN UNTIL WS-SNAP-EOF = 'Y'.

       READ-NEXT-SNAPSHOT.
           READ DW-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SNAP-EOF
           END-READ
           IF WS-SNAP-EOF = 'N' AND DS-FILE-ID NOT = WS-DX-FILE-ID
               MOVE 'Y' TO WS-SNAP-EOF
           END-IF.

       DELETE-IF-NOT-SEEN.
           IF DS-LAST-SEQ NOT = WS-DX-NEW-SEQ
               MOVE 'D' TO WS-DX-ACTION
               MOVE DS-IMAGE TO WS-DX-IMAGE
               MOVE DS-HASH-VALUE TO WS-DX-HASH-VALUE
               DELETE DW-SNAPSHOT-FILE RECORD
                   INVALID KEY PERFORM SNAPSHOT-WRITE-FAILED
               END-DELETE
               ADD 1 TO WS-DX-DELETES
               SUBTRACT 1 FROM WS-DX-SNAPSHOT-ROWS
               PERFORM WRITE-EXTRACT-ROW
           END-IF
           PERFORM READ-NEXT-SNAPSHOT.

       WRITE-EXTRACT-ROW.
           MOVE SPACES TO WS-DX-LINE
           STRING WS-DX-ACTION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DX-NEW-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DX-IMAGE DELIMITED BY SIZE
                  INTO WS-DX-LINE
           END-STRING
           EVALUATE WS-DX-FILE-ID
               WHEN "CUSTMAST"
                   WRITE DW-CUST-LINE FROM WS-DX-LINE
               WHEN "MERCMAST"
                   WRITE DW-MERCH-LINE FROM WS-DX-LINE
               WHEN "CONTRACT"
                   WRITE DW-CONTRACT-LINE FROM WS-DX-LINE
               WHEN "INVMAST"
                   WRITE DW-ITEM-LINE FROM WS-DX-LINE
               WHEN "FEES"
                   WRITE DW-FEES-LINE FROM WS-DX-LINE
               WHEN "RISKOUT"
                   WRITE DW-RISK-LINE FROM WS-DX-LINE
               WHEN "OPENVAR"
                   WRITE DW-OPENVAR-LINE FROM WS-DX-LINE
           END-EVALUATE
           ADD 1 TO WS-DX-WRITTEN WS-TOTAL-WRITTEN
           ADD WS-DX-HASH-VALUE TO WS-DX-HASH-TOTAL.

      *****************************************************************
      * THE HIGH-WATER MARK MOVES ONLY ONCE THE FILE'S EXTRACT IS     *
      * COMPLETE, THEN THE FILE'S MANIFEST ROW IS WRITTEN.            *
      *****************************************************************
       END-FILE-EXTRACT.
           MOVE WS-DX-FILE-ID TO HW-FILE-ID
           MOVE WS-DX-NEW-SEQ TO HW-LAST-SEQ
           MOVE WS-BUSINESS-DATE TO HW-LAST-BUS-DATE
           MOVE WS-RUN-DATE TO HW-LAST-RUN-DATE
           MOVE WS-RUN-HHMMSS TO HW-LAST-RUN-TIME
           MOVE WS-DX-SNAPSHOT-ROWS TO HW-SNAPSHOT-ROWS
           IF WS-HWM-FOUND = 'Y'
               REWRITE DW-HWM-RECORD
                   INVALID KEY PERFORM HWM-WRITE-FAILED
               END-REWRITE
           ELSE
               WRITE DW-HWM-RECORD
                   INVALID KEY PERFORM HWM-WRITE-FAILED
               END-WRITE
           END-IF
           ADD 1 TO WS-FILES-EXTRACTED
           PERFORM WRITE-MANIFEST-ROW
           DISPLAY WS-DX-FILE-ID " SEQ " WS-DX-NEW-SEQ
               " ADDS " WS-DX-ADDS " CHANGES " WS-DX-CHANGES
               " DELETES " WS-DX-DELETES.

       HWM-WRITE-FAILED.
           DISPLAY "FILE ERROR ON DWHWM.DAT: " WS-HW-STATUS
               " " HW-FILE-ID
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-MANIFEST-ROW.
           MOVE WS-DX-HASH-TOTAL TO WS-DX-HASH-ED
           MOVE SPACES TO DW-MANIFEST-LINE
           MOVE 1 TO WS-DX-PTR
           STRING FUNCTION TRIM(WS-DX-FILE-ID TRAILING) "|"
                  FUNCTION TRIM(WS-DX-EXTRACT-NAME TRAILING) "|"
                  WS-BUSINESS-DATE "|"
                  WS-RUN-DATE "|"
                  WS-RUN-HHMMSS "|"
                  WS-DX-NEW-SEQ "|"
                  WS-DX-STATUS "|"
                  WS-DX-SOURCE-READ "|"
                  WS-DX-ADDS "|"
                  WS-DX-CHANGES "|"
                  WS-DX-DELETES "|"
                  WS-DX-WRITTEN "|"
                  FUNCTION TRIM(WS-DX-HASH-ED LEADING) "|"
                  WS-DX-DUPLICATES
                  DELIMITED BY SIZE
                  INTO DW-MANIFEST-LINE WITH POINTER WS-DX-PTR
           END-STRING
           WRITE DW-MANIFEST-LINE.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "DATA WAREHOUSE DELTA EXTRACT COMPLETE"
           DISPLAY "======================================"
           DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
           DISPLAY "FILES EXTRACTED: " WS-FILES-EXTRACTED
           DISPLAY "SOURCE FILES MISSING: " WS-FILES-MISSING
           DISPLAY "EXTRACT ROWS WRITTEN: " WS-TOTAL-WRITTEN
           DISPLAY "======================================"
           IF WS-FILES-MISSING > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DW-SNAPSHOT-FILE
           CLOSE DW-HWM-FILE
           CLOSE DW-CUST-EXTRACT
           CLOSE DW-MERCH-EXTRACT
           CLOSE DW-CONTRACT-EXTRACT
           CLOSE DW-ITEM-EXTRACT
           CLOSE DW-FEES-EXTRACT
           CLOSE DW-RISK-EXTRACT
           CLOSE DW-OPENVAR-EXTRACT
           CLOSE DW-MANIFEST.
