      * EXPIRY NOT BEFORE IT, AND A RATE INSIDE THE SAME 25 PERCENT   *
      * CEILING PARAM-VALIDATE ENFORCES ON FEERATE.DAT. REJECTS GO    *
      * TO CONTREJ.DAT FOR SALES OPERATIONS TO RESUBMIT.              *
      * DUAL CONTROL, AS IN CUST-MAINT: AN EDITED CHANGE IS STAGED TO *
      * PENDCHG.DAT UNDER THE MAKER'S OPERATOR ID (CG-OPERATOR-ID, OR *
      * THE RUN'S OPERATOR_ID WHEN BLANK) AND REACHES CONTRACT.DAT    *
      * ONLY ON A CONTRACT APPROVAL IN MAINTAPR.DAT FROM A DIFFERENT  *
      * OPERATOR. CHANGES LEFT PENDING PAST MAINT_EXPIRY_DAYS EXPIRE; *
      * EVERY STEP IS LOGGED WITH BEFORE/AFTER IMAGES TO              *
      * MAINTAUD.DAT.                                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-FEED ASSIGN TO "CONTCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               FILE STATUS IS WS-CN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CONTREJ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL APPROVAL-FEED ASSIGN TO "MAINTAPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  REJ-EFF-DATE        PIC 9(8).
           05  REJ-REASON          PIC X(60).

       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".

       FD  APPROVAL-FEED.
           COPY "maintapr.cpy".

       FD  MAINT-AUDIT-FILE.
           COPY "maintaud.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHG-STATUS       PIC XX.
               88  CN-DUP-KEY      VALUE "22".
               88  CN-NOT-FOUND    VALUE "23".
               88  CN-FILE-NOT-EXIST VALUE "35".
           05  WS-PEND-STATUS      PIC XX.
               88  PEND-OK         VALUE "00".
               88  PEND-FILE-NOT-EXIST VALUE "35".
           05  WS-APR-STATUS       PIC XX.
               88  APR-ERROR       VALUE "30" THRU "99".
           05  WS-AUD-STATUS       PIC XX.
               88  AUD-OK          VALUE "00" "05".

       01  WS-COUNTERS.
           05  WS-CHANGES-READ     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-STAGED   PIC 9(6) VALUE ZERO.
           05  WS-APPROVALS-READ   PIC 9(6) VALUE ZERO.
           05  WS-ADDS-APPLIED     PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-CANCELS-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-DECLINED PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-STALE    PIC 9(6) VALUE ZERO.
           05  WS-CHANGES-EXPIRED  PIC 9(6) VALUE ZERO.
           05  WS-REJECTS-LOGGED   PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-FLAGS.
           05  WS-EOF              PIC X VALUE 'N'.
           05  WS-EDIT-OK-FLAG     PIC X VALUE 'Y'.
           05  WS-APR-EOF          PIC X VALUE 'N'.
           05  WS-PEND-EOF         PIC X VALUE 'N'.

       01  WS-REJECT-REASON        PIC X(60).

      *****************************************************************
      * DUAL-CONTROL WORK FIELDS. WS-STAMP-OPER IS THE OPERATOR THE   *
      * MASTER ROW IS STAMPED WITH: THE MAKER ON THE STAGED AFTER     *
      * IMAGE, THE APPROVER WHEN THE CHANGE IS ACTUALLY POSTED. A     *
      * CHANGE ID IS THE RUN DATE AND TIME PLUS A SEQUENCE WITHIN THE *
      * RUN. WS-CURRENT-IMAGE IS THE MASTER ROW AS IT STANDS (SPACES  *
      * IF ABSENT) - THE BEFORE IMAGE WHEN STAGING, AND WHAT THE      *
      * STAGED BEFORE IMAGE MUST STILL MATCH WHEN THE APPROVAL        *
      * ARRIVES.                                                      *
      *****************************************************************
       01  WS-DUAL-CONTROL.
           05  WS-STAMP-OPER       PIC X(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
               10  WS-RUN-HHMMSS   PIC 9(6).
               10  FILLER          PIC 9(2).
           05  WS-STAGE-SEQ        PIC 9(4) VALUE ZERO.
           05  WS-EXPIRY-PARM      PIC X(2).
           05  WS-EXPIRY-DAYS      PIC 9(2) VALUE 07.
           05  WS-PENDING-AGE      PIC S9(5).
           05  WS-CURRENT-IMAGE    PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           PERFORM PROCESS-APPROVALS
           PERFORM EXPIRE-PENDING-CHANGES
           PERFORM READ-CHANGE
           PERFORM PROCESS-CHANGES UNTIL WS-EOF = 'Y'
           PERFORM CLOSE-PROCESS
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
               MOVE "CONTMNT" TO WS-OPERATOR-ID
           END-IF
           PERFORM ESTABLISH-EXPIRY-DAYS
           OPEN INPUT CHANGE-FEED
           PERFORM OPEN-CONTRACT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM OPEN-DUAL-CONTROL-FILES.

      *****************************************************************
      * FIRST-EVER RUN CREATES AN EMPTY MASTER, SAME PATTERN AS       *
               OPEN I-O CONTRACT-FILE
           END-IF.

      *****************************************************************
      * MAINT_EXPIRY_DAYS IS ONE OR TWO DIGITS, 1-99 CALENDAR DAYS A  *
      * CHANGE MAY WAIT FOR APPROVAL (DEFAULT 7); ANYTHING ELSE IS    *
      * REFUSED BEFORE A FILE IS TOUCHED.                             *
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

      *****************************************************************
      * PENDCHG.DAT IS SHARED BY ALL FIVE DUAL-CONTROL MAINTENANCE    *
      * PROGRAMS; WHICHEVER RUNS FIRST CREATES IT. MAINTAUD.DAT IS    *
      * APPENDED TO, NEVER REWRITTEN.                                 *
      *****************************************************************
       OPEN-DUAL-CONTROL-FILES.
           OPEN I-O PENDING-CHANGE-FILE
           IF PEND-FILE-NOT-EXIST
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF NOT PEND-OK
               DISPLAY "PENDCHG.DAT NOT AVAILABLE: " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT AUD-OK
               DISPLAY "MAINTAUD.DAT NOT AVAILABLE: " WS-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CHANGE.
           READ CHANGE-FEED
               AT END MOVE 'Y' TO WS-EOF
           ADD 1 TO WS-CHANGES-READ
           PERFORM EDIT-CHANGE-RECORD
           IF WS-EDIT-OK-FLAG = 'Y'
               PERFORM STAGE-CHANGE
           END-IF
           PERFORM READ-CHANGE.

                   PERFORM LOG-REJECT
           END-EVALUATE.

      *****************************************************************
      * A CHANGE THAT COULD NOT BE APPLIED AGAINST THE MASTER AS IT   *
      * STANDS IS REJECTED NOW, WITH THE SAME REASONS THE APPLY WOULD *
      * GIVE, RATHER THAN QUEUED FOR AN APPROVER TO FIND LATER.       *
      *****************************************************************
       STAGE-CHANGE.
           PERFORM READ-CURRENT-ROW
           EVALUATE TRUE
               WHEN CG-ADD AND CN-OK
                   MOVE "ADD REJECTED - CONTRACT ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN CG-CHANGE AND NOT CN-OK
                   MOVE "CHANGE REJECTED - CONTRACT NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN CG-CANCEL AND NOT CN-OK
                   MOVE "CANCEL REJECTED - CONTRACT NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
               WHEN OTHER
                   PERFORM QUEUE-CHANGE
           END-EVALUATE.

       READ-CURRENT-ROW.
           MOVE CG-CUST-ID TO CN-CUST-ID
           MOVE CG-EFF-DATE TO CN-EFF-DATE
           READ CONTRACT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF CN-OK
               MOVE FEE-CONTRACT-RECORD TO WS-CURRENT-IMAGE
           ELSE
               MOVE SPACES TO WS-CURRENT-IMAGE
           END-IF.

       QUEUE-CHANGE.
           MOVE WS-CURRENT-IMAGE TO PC-BEFORE-IMAGE
           IF CG-OPERATOR-ID = SPACES
               MOVE WS-OPERATOR-ID TO PC-MAKER-ID
           ELSE
               MOVE CG-OPERATOR-ID TO PC-MAKER-ID
           END-IF
           MOVE PC-MAKER-ID TO WS-STAMP-OPER
           EVALUATE TRUE
               WHEN CG-ADD
                   PERFORM BUILD-ADD-IMAGE
               WHEN CG-CHANGE
                   PERFORM FILL-CONTRACT-FIELDS
               WHEN CG-CANCEL
                   PERFORM BUILD-CANCEL-IMAGE
           END-EVALUATE
           MOVE FEE-CONTRACT-RECORD TO PC-AFTER-IMAGE
           SET PC-CONTRACT-MASTER TO TRUE
           MOVE CN-KEY TO PC-MASTER-KEY
           MOVE CG-ACTION TO PC-ACTION
           MOVE CHANGE-RECORD TO PC-CHANGE-DATA
           PERFORM WRITE-PENDING-CHANGE.

       WRITE-PENDING-CHANGE.
           MOVE WS-RUN-DATE TO PC-STAGED-DATE
           MOVE WS-RUN-HHMMSS TO PC-STAGED-TIME
           ADD 1 TO WS-STAGE-SEQ
           MOVE WS-STAGE-SEQ TO PC-STAGED-SEQ
           SET PC-PENDING TO TRUE
           MOVE ZERO TO PC-DECISION-DATE
           MOVE SPACES TO PC-CHECKER-ID
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE CHANGE ID ON PENDCHG.DAT: "
                       PC-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CHANGES-STAGED
           SET MU-STAGED TO TRUE
           MOVE SPACES TO MU-REASON
           PERFORM WRITE-AUDIT-EVENT.

      *****************************************************************
      * ONE APPROVAL-FEED ROW. ROWS FOR OTHER MASTERS BELONG TO THE   *
      * OTHER MAINTENANCE PROGRAMS AND ARE PASSED OVER. A PROBLEM     *
      * WITH THE APPROVAL ITSELF IS LOGGED TO CONTREJ.DAT AGAINST THE *
      * STAGED CHANGE AND LEAVES IT PENDING FOR A PROPER APPROVAL.    *
      *****************************************************************
       PROCESS-APPROVALS.
           OPEN INPUT APPROVAL-FEED
           MOVE 'N' TO WS-APR-EOF
           PERFORM READ-APPROVAL
           PERFORM WORK-APPROVAL UNTIL WS-APR-EOF = 'Y'
           CLOSE APPROVAL-FEED.

       READ-APPROVAL.
           READ APPROVAL-FEED
               AT END MOVE 'Y' TO WS-APR-EOF
           END-READ
           IF APR-ERROR
               DISPLAY "FILE ERROR ON MAINTAPR.DAT: " WS-APR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WORK-APPROVAL.
           MOVE MA-MASTER-ID TO PC-MASTER-ID
           IF PC-CONTRACT-MASTER
               ADD 1 TO WS-APPROVALS-READ
               MOVE MA-CHANGE-ID TO PC-CHANGE-ID
               READ PENDING-CHANGE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF PEND-OK
                   MOVE PC-CHANGE-DATA TO CHANGE-RECORD
               ELSE
                   MOVE SPACES TO CHANGE-RECORD
               END-IF
               EVALUATE TRUE
                   WHEN NOT PEND-OK
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "APPROVAL REJECTED - NO PENDING CHANGE "
                               MA-CHANGE-ID DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                       PERFORM LOG-REJECT
                   WHEN NOT PC-PENDING
                       MOVE "APPROVAL REJECTED - CHANGE ALREADY DECIDED"
                           TO WS-REJECT-REASON
                       PERFORM LOG-REJECT
                   WHEN NOT (MA-APPROVE OR MA-DECLINE)
                       MOVE "APPROVAL REJECTED - INVALID DECISION CODE"
                           TO WS-REJECT-REASON
                       PERFORM LOG-REJECT
                   WHEN MA-APPROVER-ID = SPACES
                       MOVE "APPROVAL REJECTED - BLANK APPROVER ID"
                           TO WS-REJECT-REASON
                       PERFORM LOG-REJECT
                   WHEN MA-APPROVER-ID = PC-MAKER-ID
                       MOVE "APPROVAL REJECTED - APPROVER IS THE MAKER"
                           TO WS-REJECT-REASON
                       PERFORM LOG-REJECT
                   WHEN MA-DECLINE
                       PERFORM DECLINE-PENDING-CHANGE
                   WHEN OTHER
                       PERFORM POST-APPROVED-CHANGE
               END-EVALUATE
           END-IF
           PERFORM READ-APPROVAL.

       DECLINE-PENDING-CHANGE.
           MOVE MA-APPROVER-ID TO PC-CHECKER-ID
           MOVE WS-RUN-DATE TO PC-DECISION-DATE
           SET PC-DECLINED TO TRUE
           SET MU-DECLINED TO TRUE
           MOVE SPACES TO MU-REASON
           PERFORM REWRITE-PENDING-CHANGE
           ADD 1 TO WS-CHANGES-DECLINED.

      *****************************************************************
      * AN APPROVED CHANGE IS POSTED THROUGH THE ORDINARY APPLY       *
      * PARAGRAPHS, STAMPED WITH THE APPROVER, BUT ONLY IF THE MASTER *
      * ROW IS STILL EXACTLY THE BEFORE IMAGE THE APPROVER WAS SHOWN. *
      * OTHERWISE (OR IF THE APPLY ITSELF FAILS) THE CHANGE IS CLOSED *
      * AS STALE AND THE MAKER RESUBMITS IT AGAINST THE CURRENT ROW.  *
      *****************************************************************
       POST-APPROVED-CHANGE.
           MOVE MA-APPROVER-ID TO WS-STAMP-OPER
           MOVE 'Y' TO WS-EDIT-OK-FLAG
           PERFORM READ-CURRENT-ROW
           IF WS-CURRENT-IMAGE NOT = PC-BEFORE-IMAGE
               MOVE "APPROVAL REJECTED - MASTER CHANGED SINCE STAGED"
                   TO WS-REJECT-REASON
               PERFORM LOG-REJECT
           ELSE
               EVALUATE TRUE
                   WHEN CG-ADD
                       PERFORM APPLY-ADD
                   WHEN CG-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN CG-CANCEL
                       PERFORM APPLY-CANCEL
               END-EVALUATE
           END-IF
           MOVE MA-APPROVER-ID TO PC-CHECKER-ID
           MOVE WS-RUN-DATE TO PC-DECISION-DATE
           IF WS-EDIT-OK-FLAG = 'Y'
               MOVE WS-CURRENT-IMAGE TO PC-BEFORE-IMAGE
               MOVE FEE-CONTRACT-RECORD TO PC-AFTER-IMAGE
               SET PC-APPLIED TO TRUE
               SET MU-APPLIED TO TRUE
               MOVE SPACES TO MU-REASON
           ELSE
               SET PC-STALE TO TRUE
               SET MU-STALE TO TRUE
               MOVE WS-REJECT-REASON TO MU-REASON
               ADD 1 TO WS-CHANGES-STALE
           END-IF
           PERFORM REWRITE-PENDING-CHANGE.

       APPLY-ADD.
           PERFORM BUILD-ADD-IMAGE
           WRITE FEE-CONTRACT-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED - CONTRACT ALREADY ON FILE"
               ADD 1 TO WS-ADDS-APPLIED
           END-IF.

       BUILD-ADD-IMAGE.
           MOVE CG-CUST-ID TO CN-CUST-ID
           MOVE CG-EFF-DATE TO CN-EFF-DATE
           PERFORM FILL-CONTRACT-FIELDS.

       APPLY-CHANGE.
           MOVE CG-CUST-ID TO CN-CUST-ID
           MOVE CG-EFF-DATE TO CN-EFF-DATE
           MOVE CG-FLAT-FEE TO CN-FLAT-FEE
           SET CN-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO CN-LAST-MAINT-DATE
           MOVE WS-STAMP-OPER TO CN-LAST-MAINT-OPER.

      *****************************************************************
      * CANCEL LEAVES THE ROW IN PLACE (THE AGREEMENT EXISTED AND     *
                   PERFORM LOG-REJECT
           END-READ
           IF CN-OK
               PERFORM BUILD-CANCEL-IMAGE
               REWRITE FEE-CONTRACT-RECORD
               ADD 1 TO WS-CANCELS-APPLIED
           END-IF.

       BUILD-CANCEL-IMAGE.
           SET CN-CANCELLED TO TRUE
           MOVE WS-RUN-DATE TO CN-LAST-MAINT-DATE
           MOVE WS-STAMP-OPER TO CN-LAST-MAINT-OPER.

      *****************************************************************
      * EXPIRY SWEEP OVER THIS PROGRAM'S SLICE OF PENDCHG.DAT. RUNS   *
      * AFTER THE APPROVALS, SO AN APPROVAL PRESENTED ON THE LAST DAY *
      * OF THE WINDOW IS STILL HONOURED. AN EXPIRED CHANGE IS ALSO    *
      * LOGGED TO CONTREJ.DAT SO THE MAKER KNOWS TO RESUBMIT IT.      *
      *****************************************************************
       EXPIRE-PENDING-CHANGES.
           SET PC-CONTRACT-MASTER TO TRUE
           MOVE ZERO TO PC-CHANGE-ID
           MOVE 'N' TO WS-PEND-EOF
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE 'Y' TO WS-PEND-EOF
           END-START
           IF WS-PEND-EOF = 'N'
               PERFORM READ-NEXT-PENDING
           END-IF
           PERFORM EXPIRE-ONE-CHANGE UNTIL WS-PEND-EOF = 'Y'.

       READ-NEXT-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PEND-EOF
           END-READ
           IF WS-PEND-EOF = 'N' AND NOT PC-CONTRACT-MASTER
               MOVE 'Y' TO WS-PEND-EOF
           END-IF.

       EXPIRE-ONE-CHANGE.
           IF PC-PENDING
               COMPUTE WS-PENDING-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PC-STAGED-DATE)
               IF WS-PENDING-AGE > WS-EXPIRY-DAYS
                   MOVE PC-CHANGE-DATA TO CHANGE-RECORD
                   MOVE "EXPIRED UNAPPROVED - RESUBMIT IF STILL NEEDED"
                       TO WS-REJECT-REASON
                   PERFORM LOG-REJECT
                   MOVE WS-RUN-DATE TO PC-DECISION-DATE
                   SET PC-EXPIRED TO TRUE
                   SET MU-EXPIRED TO TRUE
                   MOVE WS-REJECT-REASON TO MU-REASON
                   PERFORM REWRITE-PENDING-CHANGE
                   ADD 1 TO WS-CHANGES-EXPIRED
               END-IF
           END-IF
           PERFORM READ-NEXT-PENDING.

       REWRITE-PENDING-CHANGE.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED ON PENDCHG.DAT: " PC-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           PERFORM WRITE-AUDIT-EVENT.

      *****************************************************************
      * THE CALLER SETS MU-EVENT AND MU-REASON; EVERYTHING ELSE COMES *
      * FROM THE PENDING-CHANGE ROW AS IT NOW STANDS.                 *
      *****************************************************************
       WRITE-AUDIT-EVENT.
           MOVE FUNCTION CURRENT-DATE TO MU-TIMESTAMP
           MOVE PC-MASTER-ID TO MU-MASTER-ID
           MOVE PC-CHANGE-ID TO MU-CHANGE-ID
           MOVE PC-ACTION TO MU-ACTION
           MOVE PC-MASTER-KEY TO MU-MASTER-KEY
           MOVE PC-MAKER-ID TO MU-MAKER-ID
           MOVE PC-CHECKER-ID TO MU-CHECKER-ID
           MOVE PC-BEFORE-IMAGE TO MU-BEFORE-IMAGE
           MOVE PC-AFTER-IMAGE TO MU-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD.

       LOG-REJECT.
           MOVE 'N' TO WS-EDIT-OK-FLAG
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           DISPLAY "FEE CONTRACT MAINTENANCE COMPLETE"
           DISPLAY "======================================"
           DISPLAY "CHANGE RECORDS READ: " WS-CHANGES-READ
           DISPLAY "CHANGES STAGED FOR APPROVAL: " WS-CHANGES-STAGED
           DISPLAY "APPROVAL RECORDS READ: " WS-APPROVALS-READ
           DISPLAY "ADDS APPLIED: " WS-ADDS-APPLIED
           DISPLAY "CHANGES APPLIED: " WS-CHANGES-APPLIED
           DISPLAY "CANCELS APPLIED: " WS-CANCELS-APPLIED
           DISPLAY "CHANGES DECLINED: " WS-CHANGES-DECLINED
           DISPLAY "APPROVED BUT STALE: " WS-CHANGES-STALE
           DISPLAY "CHANGES EXPIRED: " WS-CHANGES-EXPIRED
           DISPLAY "REJECTS LOGGED: " WS-REJECTS-LOGGED
           DISPLAY "======================================"
           CLOSE CHANGE-FEED
           CLOSE CONTRACT-FILE
           CLOSE REJECT-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE MAINT-AUDIT-FILE.
