       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BUDGET-MAINT.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: FEE REVENUE BUDGET MAINTENANCE. APPLIES THE          *
      * BUDCHG.DAT CHANGE FEED (ADD / CHANGE / DELETE) TO             *
      * FEEBUDG.DAT, THE INDEXED BUDGET FILE KEYED BY PERIOD +        *
      * CUST-REGION + PAYMENT-METHOD THAT FEE-BUDGET-RPT READS, THE   *
      * SAME WAY HOLIDAY-MAINT MAINTAINS HOLIDAY.DAT. FINANCE LOADS A *
      * YEAR'S BUDGET AS ADDS AND RE-CUTS A MONTH WITH CHANGES. THE   *
      * REGION AND METHOD MUST BE CODES THE SHARED TRANSACTION LAYOUT *
      * KNOWS, SO EVERY BUDGET ROW CAN MEET ITS ACTUALS. REJECTED     *
      * CHANGES ARE LOGGED TO BUDREJ.DAT FOR OPERATOR REVIEW.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FEED ASSIGN TO "BUDCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT FEE-BUDGET-FILE ASSIGN TO "FEEBUDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FB-STATUS.
           SELECT REJECT-FILE ASSIGN TO "BUDREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FEED.
       01  CHANGE-RECORD.
           05  BG-ACTION           PIC X(1).
               88  BG-ADD          VALUE 'A'.
               88  BG-CHANGE       VALUE 'C'.
               88  BG-DELETE       VALUE 'D'.
           05  BG-PERIOD           PIC 9(6).
           05  BG-PERIOD-PARTS REDEFINES BG-PERIOD.
               10  BG-PERIOD-YEAR  PIC 9(4).
               10  BG-PERIOD-MONTH PIC 9(2).
           05  BG-REGION           PIC X(2).
               88  BG-REGION-VALID VALUE 'NO' 'SO' 'EA' 'WE' 'CE'.
           05  BG-PAY-METHOD       PIC X(2).
               88  BG-METHOD-VALID VALUE 'CR' 'DB' 'WR' 'CA'.
           05  BG-BUDGET-FEE       PIC S9(9)V99.
           05  BG-OPERATOR-ID      PIC X(8).

       FD  FEE-BUDGET-FILE.
           COPY "feebudg.cpy".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP       PIC X(26).
           05  REJ-ACTION          PIC X(1).
           05  REJ-PERIOD          PIC X(6).
           05  REJ-REGION          PIC X(2).
           05  REJ-PAY-METHOD      PIC X(2).
           05  REJ-REASON          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHG-STATUS       PIC XX.
               88  CHG-OK          VALUE "00".
               88  CHG-EOF         VALUE "10".
               88  CHG-ERROR       VALUE "30" THRU "99".
           05  WS-FB-STATUS        PIC XX.
               88  FB-OK           VALUE "00".
               88  FB-DUP-KEY      VALUE "22".
               88  FB-NOT-FOUND    VALUE "23".
               88  FB-FILE-NOT-EXIST VALUE "35".

       01  WS-COUNTERS.
           05  WS-CHANGES-READ     PIC 9(6) VALUE ZERO.
           05  WS-ADDS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-DELETES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-LOGGED   PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-OPERATOR-ID          PIC X(8) VALUE "BUDGMNT".

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
               MOVE "BUDGMNT" TO WS-OPERATOR-ID
           END-IF
           OPEN INPUT CHANGE-FEED
           PERFORM OPEN-FEE-BUDGET-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY BUDGET FILE, SAME PATTERN AS  *
      * HOLIDAY-MAINT'S OPEN-HOLIDAY-FILE.                            *
      *****************************************************************
       OPEN-FEE-BUDGET-FILE.
           OPEN I-O FEE-BUDGET-FILE
           IF FB-FILE-NOT-EXIST
               OPEN OUTPUT FEE-BUDGET-FILE
               CLOSE FEE-BUDGET-FILE
               OPEN I-O FEE-BUDGET-FILE
           END-IF.

       READ-CHANGE.
           READ CHANGE-FEED
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF CHG-ERROR
               DISPLAY "FILE ERROR ON BUDCHG.DAT: " WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-CHANGES.
           ADD 1 TO WS-CHANGES-READ
           PERFORM EDIT-CHANGE-RECORD
           IF WS-EDIT-OK-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN BG-ADD
                       PERFORM APPLY-ADD
                   WHEN BG-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN BG-DELETE
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIELD EDITS. THE KEY MUST BE A REAL MONTH AND A KNOWN REGION  *
      * AND METHOD FOR EVERY ACTION; THE AMOUNT IS ONLY REQUIRED      *
      * WHERE IT WILL BE STORED (ADD/CHANGE) AND MAY BE ZERO BUT NOT  *
      * NEGATIVE - A BUDGET IS REVENUE FINANCE EXPECTS TO EARN.       *
      *****************************************************************
       EDIT-CHANGE-RECORD.
           MOVE 'Y' TO WS-EDIT-OK-FLAG
           EVALUATE TRUE
               WHEN NOT (BG-ADD OR BG-CHANGE OR BG-DELETE)
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN BG-PERIOD NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN BG-PERIOD-YEAR < 1900
                       OR BG-PERIOD-MONTH < 1 OR BG-PERIOD-MONTH > 12
                   MOVE "PERIOD IS NOT A VALID YYYYMM"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT BG-REGION-VALID
                   MOVE "REGION MUST BE NO, SO, EA, WE OR CE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT BG-METHOD-VALID
                   MOVE "PAYMENT METHOD MUST BE CR, DB, WR OR CA"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN BG-DELETE
                   CONTINUE
               WHEN BG-BUDGET-FEE NOT NUMERIC
                   MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN BG-BUDGET-FEE < ZERO
                   MOVE "BUDGET AMOUNT IS NEGATIVE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-EVALUATE.

       APPLY-ADD.
           PERFORM MOVE-CHANGE-KEY
           MOVE BG-BUDGET-FEE TO FB-BUDGET-FEE
           PERFORM STAMP-MAINTENANCE
           WRITE FEE-BUDGET-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - BUDGET ROW ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-WRITE
           IF FB-OK
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

       APPLY-CHANGE.
           PERFORM MOVE-CHANGE-KEY
           READ FEE-BUDGET-FILE
               INVALID KEY
                   MOVE "CHANGE REJECTED - BUDGET ROW NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-READ
           IF FB-OK
               MOVE BG-BUDGET-FEE TO FB-BUDGET-FEE
               PERFORM STAMP-MAINTENANCE
               REWRITE FEE-BUDGET-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.

       APPLY-DELETE.
           PERFORM MOVE-CHANGE-KEY
           DELETE FEE-BUDGET-FILE
               INVALID KEY
                   MOVE "DELETE REJECTED - BUDGET ROW NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-DELETE
           IF FB-OK
               ADD 1 TO WS-DELETES-APPLIED
           END-IF.

       MOVE-CHANGE-KEY.
           MOVE BG-PERIOD TO FB-PERIOD
           MOVE BG-REGION TO FB-REGION
           MOVE BG-PAY-METHOD TO FB-PAY-METHOD.

       STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO FB-LAST-MAINT-DATE
           IF BG-OPERATOR-ID = SPACES
               MOVE WS-OPERATOR-ID TO FB-LAST-MAINT-OPER
           ELSE
               MOVE BG-OPERATOR-ID TO FB-LAST-MAINT-OPER
           END-IF.

       LOG-REJECT.
           MOVE 'N' TO WS-EDIT-OK-FLAG
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE BG-ACTION TO REJ-ACTION
           MOVE CHANGE-RECORD(2:6) TO REJ-PERIOD
           MOVE BG-REGION TO REJ-REGION
           MOVE BG-PAY-METHOD TO REJ-PAY-METHOD
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTS-LOGGED.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "FEE BUDGET MAINTENANCE COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CHANGE RECORDS READ: " WS-CHANGES-READ
           DISPLAY "ADDS APPLIED: " WS-ADDS-APPLIED
           DISPLAY "CHANGES APPLIED: " WS-CHANGES-APPLIED
           DISPLAY "DELETES APPLIED: " WS-DELETES-APPLIED
           DISPLAY "REJECTS LOGGED: " WS-REJECTS-LOGGED
           DISPLAY "======================================"
           CLOSE CHANGE-FEED
           CLOSE FEE-BUDGET-FILE
           CLOSE REJECT-FILE.
