       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-RULE-MAINT.
       AUTHOR. RISK-ANALYTICS-TEAM.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: TRANSACTION ALERT RULE MAINTENANCE. APPLIES THE      *
      * RULECHG.DAT CHANGE FEED (ADD / CHANGE / RETIRE) FROM THE      *
      * FRAUD TEAM TO ALRTRULE.DAT, THE INDEXED RULE TABLE KEYED BY   *
      * AR-RULE-ID THAT TRANS-ALERT TESTS CUSTTRAN.DAT AGAINST, THE   *
      * SAME WAY HOLIDAY-MAINT MAINTAINS HOLIDAY.DAT. A CHANGE        *
      * REPLACES THE WHOLE RULE - EVERY CONDITION IS TAKEN FROM THE   *
      * FEED ROW. A RULE IS RETIRED RATHER THAN DELETED SO ITS ID IS  *
      * NEVER REUSED FOR A DIFFERENT TEST AND OLD ALERTS STILL NAME A *
      * RULE ON FILE; A RETIRED RULE CANNOT BE CHANGED, A REPLACEMENT *
      * IS ADDED UNDER A NEW ID. REJECTED CHANGES ARE LOGGED TO       *
      * RULEREJ.DAT FOR OPERATOR REVIEW.                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FEED ASSIGN TO "RULECHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT ALERT-RULE-FILE ASSIGN TO "ALRTRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AR-RULE-ID
               FILE STATUS IS WS-AR-STATUS.
           SELECT REJECT-FILE ASSIGN TO "RULEREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FEED.
       01  CHANGE-RECORD.
           05  RG-ACTION           PIC X(1).
               88  RG-ADD          VALUE 'A'.
               88  RG-CHANGE       VALUE 'C'.
               88  RG-RETIRE       VALUE 'R'.
           05  RG-RULE-ID          PIC X(8).
           05  RG-DESCRIPTION      PIC X(40).
           05  RG-SEVERITY         PIC X(1).
               88  RG-SEV-VALID    VALUE 'H' 'M' 'L'.
           05  RG-MIN-AMOUNT       PIC S9(9)V99 COMP-3.
           05  RG-MAX-AMOUNT       PIC S9(9)V99 COMP-3.
           05  RG-CHANNEL          PIC X(3).
               88  RG-CHANNEL-VALID VALUE "ONL" "BRN" "ATM" "MOB"
                                         SPACES.
           05  RG-GEO-MATCH        PIC X(1).
               88  RG-GEO-VALID    VALUE 'Y' 'N' SPACE.
           05  RG-TIME-FROM        PIC 9(6).
           05  RG-TIME-TO          PIC 9(6).
           05  RG-TRANS-STATUS     PIC X(2).
               88  RG-STATUS-VALID VALUE "AP" "DC" "PN" "RV" SPACES.
           05  RG-MIN-PRIOR-DECL   PIC 9(3).
           05  RG-OPERATOR-ID      PIC X(8).

       FD  ALERT-RULE-FILE.
           COPY "alrtrule.cpy".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TIMESTAMP       PIC X(26).
           05  REJ-ACTION          PIC X(1).
           05  REJ-RULE-ID         PIC X(8).
           05  REJ-REASON          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHG-STATUS       PIC XX.
               88  CHG-OK          VALUE "00".
               88  CHG-EOF         VALUE "10".
               88  CHG-ERROR       VALUE "30" THRU "99".
           05  WS-AR-STATUS        PIC XX.
               88  AR-OK           VALUE "00".
               88  AR-DUP-KEY      VALUE "22".
               88  AR-NOT-FOUND    VALUE "23".
               88  AR-FILE-NOT-EXIST VALUE "35".

       01  WS-COUNTERS.
           05  WS-CHANGES-READ     PIC 9(6) VALUE ZERO.
           05  WS-ADDS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-RETIRES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-LOGGED   PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-OPERATOR-ID          PIC X(8) VALUE "RULEMNT".

       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-EDIT-OK-FLAG     PIC X VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(60).

      *****************************************************************
      * HHMMSS TIME EDIT: WS-TIME-CHECK IS LOADED WITH EACH WINDOW    *
      * BOUND IN TURN AND WS-TIME-OK-FLAG SET.                        *
      *****************************************************************
       01  WS-TIME-CHECK.
           05  WS-TC-HH            PIC 9(2).
           05  WS-TC-MM            PIC 9(2).
           05  WS-TC-SS            PIC 9(2).
       01  WS-TIME-OK-FLAG         PIC X VALUE 'Y'.

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
               MOVE "RULEMNT" TO WS-OPERATOR-ID
           END-IF
           OPEN INPUT CHANGE-FEED
           PERFORM OPEN-ALERT-RULE-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY RULE TABLE, SAME PATTERN AS   *
      * HOLIDAY-MAINT'S OPEN-HOLIDAY-FILE.                            *
      *****************************************************************
       OPEN-ALERT-RULE-FILE.
           OPEN I-O ALERT-RULE-FILE
           IF AR-FILE-NOT-EXIST
               OPEN OUTPUT ALERT-RULE-FILE
               CLOSE ALERT-RULE-FILE
               OPEN I-O ALERT-RULE-FILE
           END-IF.

       READ-CHANGE.
           READ CHANGE-FEED
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF CHG-ERROR
               DISPLAY "FILE ERROR ON RULECHG.DAT: " WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-CHANGES.
           ADD 1 TO WS-CHANGES-READ
           PERFORM EDIT-CHANGE-RECORD
           IF WS-EDIT-OK-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN RG-ADD
                       PERFORM APPLY-ADD
                   WHEN RG-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN RG-RETIRE
                       PERFORM APPLY-RETIRE
               END-EVALUATE
           END-IF
           PERFORM READ-CHANGE.

      *****************************************************************
      * FIELD EDITS. A RETIRE NEEDS ONLY THE RULE ID; AN ADD OR       *
      * CHANGE MUST DESCRIBE A COMPLETE, SENSIBLE RULE WITH AT LEAST  *
      * ONE CONDITION - A RULE TESTING NOTHING WOULD HIT EVERY        *
      * TRANSACTION.                                                  *
      *****************************************************************
       EDIT-CHANGE-RECORD.
           MOVE 'Y' TO WS-EDIT-OK-FLAG
           EVALUATE TRUE
               WHEN NOT (RG-ADD OR RG-CHANGE OR RG-RETIRE)
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-RULE-ID = SPACES
                   MOVE "BLANK RULE ID" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-RETIRE
                   CONTINUE
               WHEN RG-DESCRIPTION = SPACES
                   MOVE "BLANK DESCRIPTION" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT RG-SEV-VALID
                   MOVE "SEVERITY MUST BE H, M OR L"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-MIN-AMOUNT NOT NUMERIC
                       OR RG-MAX-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT BOUND NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-MIN-AMOUNT < ZERO OR RG-MAX-AMOUNT < ZERO
                   MOVE "AMOUNT BOUND NEGATIVE - BOUNDS ARE SIZES"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-MAX-AMOUNT NOT = ZERO
                       AND RG-MAX-AMOUNT < RG-MIN-AMOUNT
                   MOVE "MAXIMUM AMOUNT BELOW MINIMUM"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT RG-CHANNEL-VALID
                   MOVE "CHANNEL MUST BE ONL, BRN, ATM, MOB OR BLANK"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT RG-GEO-VALID
                   MOVE "GEO MATCH MUST BE Y, N OR BLANK"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-TIME-FROM NOT NUMERIC
                       OR RG-TIME-TO NOT NUMERIC
                   MOVE "TIME WINDOW NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN NOT RG-STATUS-VALID
                   MOVE "STATUS MUST BE AP, DC, PN, RV OR BLANK"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN RG-MIN-PRIOR-DECL NOT NUMERIC
                   MOVE "PRIOR DECLINES NOT NUMERIC"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-EVALUATE
           IF WS-EDIT-OK-FLAG = 'Y' AND NOT RG-RETIRE
               PERFORM EDIT-TIME-WINDOW
           END-IF
           IF WS-EDIT-OK-FLAG = 'Y' AND NOT RG-RETIRE
               IF RG-MIN-AMOUNT = ZERO AND RG-MAX-AMOUNT = ZERO
                       AND RG-CHANNEL = SPACES
                       AND RG-GEO-MATCH = SPACE
                       AND RG-TIME-FROM = ZERO AND RG-TIME-TO = ZERO
                       AND RG-TRANS-STATUS = SPACES
                       AND RG-MIN-PRIOR-DECL = ZERO
                   MOVE "RULE HAS NO CONDITIONS" TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               END-IF
           END-IF.

       EDIT-TIME-WINDOW.
           MOVE RG-TIME-FROM TO WS-TIME-CHECK
           PERFORM CHECK-TIME-OF-DAY
           IF WS-TIME-OK-FLAG = 'Y'
               MOVE RG-TIME-TO TO WS-TIME-CHECK
               PERFORM CHECK-TIME-OF-DAY
           END-IF
           IF WS-TIME-OK-FLAG = 'N'
               MOVE "TIME WINDOW IS NOT HHMMSS" TO WS-REJECT-REASON
               PERFORM LOG-REJECT
           END-IF.

       CHECK-TIME-OF-DAY.
           MOVE 'Y' TO WS-TIME-OK-FLAG
           IF WS-TC-HH > 23 OR WS-TC-MM > 59 OR WS-TC-SS > 59
               MOVE 'N' TO WS-TIME-OK-FLAG
           END-IF.

       APPLY-ADD.
           MOVE RG-RULE-ID TO AR-RULE-ID
           PERFORM MOVE-RULE-FIELDS
           SET AR-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO AR-ADDED-DATE
           MOVE ZERO TO AR-RETIRED-DATE
           PERFORM STAMP-MAINTENANCE
           WRITE ALERT-RULE-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - RULE ID ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-WRITE
           IF AR-OK
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

       APPLY-CHANGE.
           MOVE RG-RULE-ID TO AR-RULE-ID
           READ ALERT-RULE-FILE
               INVALID KEY
                   MOVE "CHANGE REJECTED - RULE ID NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-READ
           IF NOT AR-OK
               EXIT PARAGRAPH
           END-IF
           IF AR-RETIRED
               MOVE "CHANGE REJECTED - RULE IS RETIRED"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-RULE-FIELDS
           PERFORM STAMP-MAINTENANCE
           REWRITE ALERT-RULE-RECORD
           ADD 1 TO WS-CHANGES-APPLIED.

       APPLY-RETIRE.
           MOVE RG-RULE-ID TO AR-RULE-ID
           READ ALERT-RULE-FILE
               INVALID KEY
                   MOVE "RETIRE REJECTED - RULE ID NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
           END-READ
           IF NOT AR-OK
               EXIT PARAGRAPH
           END-IF
           IF AR-RETIRED
               MOVE "RETIRE REJECTED - RULE ALREADY RETIRED"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECT
               EXIT PARAGRAPH
           END-IF
           SET AR-RETIRED TO TRUE
           MOVE WS-RUN-DATE TO AR-RETIRED-DATE
           PERFORM STAMP-MAINTENANCE
           REWRITE ALERT-RULE-RECORD
           ADD 1 TO WS-RETIRES-APPLIED.

       MOVE-RULE-FIELDS.
           MOVE RG-DESCRIPTION TO AR-DESCRIPTION
           MOVE RG-SEVERITY TO AR-SEVERITY
           MOVE RG-MIN-AMOUNT TO AR-MIN-AMOUNT
           MOVE RG-MAX-AMOUNT TO AR-MAX-AMOUNT
           MOVE RG-CHANNEL TO AR-CHANNEL
           MOVE RG-GEO-MATCH TO AR-GEO-MATCH
           MOVE RG-TIME-FROM TO AR-TIME-FROM
           MOVE RG-TIME-TO TO AR-TIME-TO
           MOVE RG-TRANS-STATUS TO AR-TRANS-STATUS
           MOVE RG-MIN-PRIOR-DECL TO AR-MIN-PRIOR-DECL.

       STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO AR-LAST-MAINT-DATE
           IF RG-OPERATOR-ID = SPACES
               MOVE WS-OPERATOR-ID TO AR-LAST-MAINT-OPER
           ELSE
               MOVE RG-OPERATOR-ID TO AR-LAST-MAINT-OPER
           END-IF.

       LOG-REJECT.
           MOVE 'N' TO WS-EDIT-OK-FLAG
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE RG-ACTION TO REJ-ACTION
           MOVE RG-RULE-ID TO REJ-RULE-ID
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTS-LOGGED.

       CLOSE-PROCESS.
           DISPLAY "======================================"
           DISPLAY "ALERT RULE MAINTENANCE COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CHANGE RECORDS READ: " WS-CHANGES-READ
           DISPLAY "RULES ADDED: " WS-ADDS-APPLIED
           DISPLAY "RULES CHANGED: " WS-CHANGES-APPLIED
           DISPLAY "RULES RETIRED: " WS-RETIRES-APPLIED
           DISPLAY "REJECTS LOGGED: " WS-REJECTS-LOGGED
           DISPLAY "======================================"
           CLOSE CHANGE-FEED
           CLOSE ALERT-RULE-FILE
           CLOSE REJECT-FILE.
