       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-MAINT.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: BUSINESS-DAY CALENDAR MAINTENANCE. APPLIES THE       *
      * HOLCHG.DAT CHANGE FEED (ADD / CHANGE / DELETE) TO HOLIDAY.DAT,*
      * THE INDEXED CALENDAR KEYED BY HC-DATE THAT THE BUSDAY ROUTINE *
      * READS, THE SAME WAY MERCH-MAINT MAINTAINS MERCHMAST.DAT.      *
      * WEEKENDS NEED NO ROWS; THE CALENDAR HOLDS ONLY BANK HOLIDAYS  *
      * (TYPE H) AND WEEKEND DAYS WORKED AS BUSINESS DAYS (TYPE W),   *
      * SO A W ROW FOR A WEEKDAY IS REJECTED AS MEANINGLESS. A        *
      * HOLIDAY THAT IS NO LONGER OBSERVED IS DELETED OUTRIGHT - THE  *
      * CALENDAR IS REFERENCE DATA, NOT AN AUDIT TRAIL. REJECTED      *
      * CHANGES ARE LOGGED TO HOLREJ.DAT FOR OPERATOR REVIEW.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FEED ASSIGN TO "HOLCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HC-STATUS.
           SELECT REJECT-FILE ASSIGN TO "HOLREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FEED.
       01  CHANGE-RECORD.
           05  HG-ACTION           PIC X(1).
               88  HG-ADD          VALUE 'A'.
               88  HG-CHANGE       VALUE 'C'.
               88  HG-DELETE       VALUE 'D'.
           05  HG-DATE             PIC 9(8).
           05  HG-DAY-TYPE         PIC X(1).
               88  HG-HOLIDAY      VALUE 'H'.
               88  HG-WORKING-DAY  VALUE 'W'.
           05  HG-DESCRIPTION      PIC X(30).
           05  HG-OPERATOR-ID      PIC X(8).

       FD  HOLIDAY-FILE.
           COPY "holiday.cpy".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP       PIC X(26).
           05  REJ-ACTION          PIC X(1).
           05  REJ-DATE            PIC 9(8).
           05  REJ-REASON          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHG-STATUS       PIC XX.
               88  CHG-OK          VALUE "00".
               88  CHG-EOF         VALUE "10".
               88  CHG-ERROR       VALUE "30" THRU "99".
           05  WS-HC-STATUS        PIC XX.
               88  HC-OK           VALUE "00".
               88  HC-DUP-KEY      VALUE "22".
               88  HC-NOT-FOUND    VALUE "23".
               88  HC-FILE-NOT-EXIST VALUE "35".

       01  WS-COUNTERS.
           05  WS-CHANGES-READ     PIC 9(6) VALUE ZERO.
           05  WS-ADDS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-DELETES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-LOGGED   PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-OPERATOR-ID          PIC X(8) VALUE "HOLIMNT".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-EDIT-OK-FLAG     PIC X VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(60).

       01  WS-DAY-CHECK.
           05  WS-DAYNUM           PIC S9(9).
           05  WS-DOW              PIC 9(1).
               88  WS-WEEKEND      VALUE 0 6.

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
               MOVE "HOLIMNT" TO WS-OPERATOR-ID
           END-IF
           OPEN INPUT CHANGE-FEED
           PERFORM OPEN-HOLIDAY-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY CALENDAR, SAME PATTERN AS     *
      * MERCH-MAINT'S OPEN-MERCHANT-MASTER.                           *
      *****************************************************************
       OPEN-HOLIDAY-FILE.
           OPEN I-O HOLIDAY-FILE
           IF HC-FILE-NOT-EXIST
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.

       READ-CHANGE.
           READ CHANGE-FEED
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF CHG-ERROR
               DISPLAY "FILE ERROR ON HOLCHG.DAT: " WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-CHANGES.
           ADD 1 TO WS-CHANGES-READ
           PERFORM EDIT-CHANGE-RECORD
           IF WS-EDIT-OK-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN HG-ADD
                       PERFORM APPLY-ADD
                   WHEN HG-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN HG-DELETE
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIELD EDITS. THE DATE MUST BE A REAL CALENDAR DATE FOR EVERY  *
      * ACTION; TYPE AND DESCRIPTION ARE ONLY REQUIRED WHERE THEY     *
      * WILL BE STORED (ADD/CHANGE).                                  *
      *****************************************************************
       EDIT-CHANGE-RECORD.
           MOVE 'Y' TO WS-EDIT-OK-FLAG
           EVALUATE TRUE
               WHEN NOT (HG-ADD OR HG-CHANGE OR HG-DELETE)
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN HG-DATE NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(HG-DATE) NOT = ZERO
                   MOVE "DATE IS NOT A VALID CALENDAR DATE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN HG-DELETE
                   CONTINUE
               WHEN NOT (HG-HOLIDAY OR HG-WORKING-DAY)
                   MOVE "DAY TYPE MUST BE H (HOLIDAY) OR W (WORKED)"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN HG-DESCRIPTION = SPACES
                   MOVE "BLANK DESCRIPTION" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-EVALUATE
           IF WS-EDIT-OK-FLAG = 'Y' AND HG-WORKING-DAY
                   AND NOT HG-DELETE
               COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(HG-DATE)
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAYNUM, 7)
               IF NOT WS-WEEKEND
                   MOVE "WORKED-DAY ROW MUST FALL ON A WEEKEND"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               END-IF
           END-IF.

       APPLY-ADD.
           MOVE HG-DATE TO HC-DATE
           MOVE HG-DAY-TYPE TO HC-DAY-TYPE
           MOVE HG-DESCRIPTION TO HC-DESCRIPTION
           PERFORM STAMP-MAINTENANCE
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - DATE ALREADY ON CALENDAR"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-WRITE
           IF HC-OK
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

       APPLY-CHANGE.
           MOVE HG-DATE TO HC-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   MOVE "CHANGE REJECTED - DATE NOT ON CALENDAR"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-READ
           IF HC-OK
               MOVE HG-DAY-TYPE TO HC-DAY-TYPE
               MOVE HG-DESCRIPTION TO HC-DESCRIPTION
               PERFORM STAMP-MAINTENANCE
               REWRITE HOLIDAY-RECORD
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.

       APPLY-DELETE.
           MOVE HG-DATE TO HC-DATE
           DELETE HOLIDAY-FILE
               INVALID KEY
                   MOVE "DELETE REJECTED - DATE NOT ON CALENDAR"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-DELETE
           IF HC-OK
               ADD 1 TO WS-DELETES-APPLIED
           END-IF.

       STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO HC-LAST-MAINT-DATE
           IF HG-OPERATOR-ID = SPACES
               MOVE WS-OPERATOR-ID TO HC-LAST-MAINT-OPER
           ELSE
               MOVE HG-OPERATOR-ID TO HC-LAST-MAINT-OPER
           END-IF.

       LOG-REJECT.
           MOVE 'N' TO WS-EDIT-OK-FLAG
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE HG-ACTION TO REJ-ACTION
           MOVE HG-DATE TO REJ-DATE
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTS-LOGGED.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "HOLIDAY CALENDAR MAINTENANCE COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CHANGE RECORDS READ: " WS-CHANGES-READ
           DISPLAY "ADDS APPLIED: " WS-ADDS-APPLIED
           DISPLAY "CHANGES APPLIED: " WS-CHANGES-APPLIED
           DISPLAY "DELETES APPLIED: " WS-DELETES-APPLIED
           DISPLAY "REJECTS LOGGED: " WS-REJECTS-LOGGED
           DISPLAY "======================================"
           CLOSE CHANGE-FEED
           CLOSE HOLIDAY-FILE
           CLOSE REJECT-FILE.
