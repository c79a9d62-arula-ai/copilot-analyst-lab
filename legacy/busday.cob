       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
       AUTHOR. FINANCE-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * PURPOSE: COMMON BUSINESS-DAY ROUTINE, CALLED BY EVERY PROGRAM *
      * THAT AGES AN ITEM OR SETS A DEADLINE. PLAIN INTEGER-OF-DATE   *
      * ARITHMETIC COUNTS EVERY CALENDAR DAY, SO A LONG WEEKEND MADE  *
      * VARIANCES LOOK STALE, ESCALATED APPROVALS EARLY AND PUT       *
      * EVIDENCE DEADLINES ON BANK HOLIDAYS. THIS ROUTINE KNOWS THE   *
      * BANK'S CALENDAR: SATURDAY AND SUNDAY PLUS THE HOLIDAYS ON     *
      * HOLIDAY.DAT (SEE HOLIDAY.CPY, MAINTAINED BY HOLIDAY-MAINT).   *
      * WHETHER A GIVEN AGING REPORT OR SLA COUNTS BUSINESS OR        *
      * CALENDAR DAYS IS SET PER KEY ON DAYBASIS.DAT, SO EACH ONE CAN *
      * BE SWITCHED WITHOUT A PROGRAM CHANGE. KEYS IN USE:            *
      *   VAR_AGING      - VAR-AGING BUCKETS                          *
      *   FEE_AR_AGING   - FEE-AR-AGING BUCKETS                       *
      *   COLLECTIONS    - FEE-COLLECTIONS DAYS PAST DUE              *
      *   SETTLE_LAG     - SETTLE-LAG APPROVAL-TO-SETTLEMENT LAG      *
      *   STALE_APPROVAL - SETTLE-LAG ESCALATION THRESHOLD            *
      *   EVIDENCE_DUE   - DISPUTE-MAINT DEFAULT EVIDENCE WINDOW      *
      * THE FUNCTIONS ARE DESCRIBED IN BUSDLINK.CPY. BOTH FILES ARE   *
      * LOADED ON THE FIRST CALL AND HELD FOR THE REST OF THE RUN;    *
      * EITHER MAY BE ABSENT - WITHOUT HOLIDAY.DAT ONLY WEEKENDS ARE  *
      * NON-BUSINESS DAYS, AND WITHOUT DAYBASIS.DAT EVERYTHING STAYS  *
      * IN CALENDAR DAYS.                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HC-STATUS.
           SELECT OPTIONAL DAY-BASIS-PARAMS ASSIGN TO "DAYBASIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY "holiday.cpy".

      *****************************************************************
      * DAYBASIS.DAT - RISKPRM.DAT SHAPE. RP-PARAM-TYPE IS THE AGING  *
      * REPORT OR SLA KEY, RP-TEXT-VALUE IS BUSINESS OR CALENDAR.     *
      *****************************************************************
       FD  DAY-BASIS-PARAMS.
       01  DAY-BASIS-PARAM-RECORD.
           05  RP-PARAM-TYPE       PIC X(20).
           05  RP-THRESHOLD        PIC S9(7)V99 COMP-3.
           05  RP-WEIGHT           PIC 9V999.
           05  RP-TEXT-VALUE       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HC-STATUS        PIC XX.
               88  HC-OK           VALUE "00".
           05  WS-PRM-STATUS       PIC XX.
               88  PRM-OK          VALUE "00".

       01  WS-FLAGS.
           05  WS-LOADED-FLAG      PIC X VALUE 'N'.
               88  CALENDAR-LOADED VALUE 'Y'.

      *****************************************************************
      * HOLIDAY.DAT IS READ IN KEY ORDER, SO THE TABLE IS ASCENDING   *
      * BY DATE AND CAN BE BINARY-SEARCHED.                           *
      *****************************************************************
       01  WS-HOLIDAY-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   ASCENDING KEY IS WS-HT-DATE
                   INDEXED BY WS-HT-IDX.
               10  WS-HT-DATE      PIC 9(8).
               10  WS-HT-TYPE      PIC X(1).
               10  WS-HT-DESC      PIC X(30).

       01  WS-BASIS-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-BASIS-TABLE.
           05  WS-BT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-BT-IDX.
               10  WS-BT-KEY       PIC X(20).
               10  WS-BT-BASIS     PIC X(1).

       01  WS-DAY-WORK.
           05  WS-FROM-DAYNUM      PIC S9(9).
           05  WS-TO-DAYNUM        PIC S9(9).
           05  WS-LOW-DAYNUM       PIC S9(9).
           05  WS-HIGH-DAYNUM      PIC S9(9).
           05  WS-STEP-DAYNUM      PIC S9(9).
           05  WS-HT-DAYNUM        PIC S9(9).
           05  WS-LOW-DATE         PIC 9(8).
           05  WS-HIGH-DATE        PIC 9(8).
           05  WS-WORK-DATE        PIC 9(8).
           05  WS-DOW              PIC 9(1).
               88  WS-WEEKEND      VALUE 0 6.
           05  WS-WEEKS            PIC S9(7).
           05  WS-COUNT            PIC S9(7).
           05  WS-SIGN             PIC S9(1).
           05  WS-REMAINING        PIC S9(7).

       LINKAGE SECTION.
           COPY "busdlink.cpy".

       PROCEDURE DIVISION USING BUSDAY-PARMS.
       MAIN-PROCESS.
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-HOLIDAY-CALENDAR
               PERFORM LOAD-DAY-BASIS
               SET CALENDAR-LOADED TO TRUE
           END-IF
           MOVE ZERO TO BD-RETURN-CODE
           EVALUATE TRUE
               WHEN BD-GET-BASIS
                   PERFORM FIND-DAY-BASIS
               WHEN BD-DAYS-BETWEEN
                   PERFORM COUNT-DAYS-BETWEEN
               WHEN BD-ADD-DAYS
                   PERFORM ADD-DAYS-TO-DATE
               WHEN BD-NEXT-BUSINESS-DAY
                   PERFORM ROLL-TO-BUSINESS-DAY
               WHEN BD-CHECK-DATE
                   PERFORM CHECK-ONE-DATE
               WHEN BD-CHECK-RUN-DATE
                   PERFORM CHECK-ONE-DATE
                   IF BD-OK AND BD-NON-BUSINESS-DAY
                       DISPLAY "WARNING: RUN DATE " BD-FROM-DATE
                           " IS NOT A BUSINESS DAY - " BD-DAY-DESC
                   END-IF
               WHEN OTHER
                   DISPLAY "BUSDAY: INVALID FUNCTION '" BD-FUNCTION
                       "'"
                   SET BD-BAD-DATE TO TRUE
           END-EVALUATE
           GOBACK.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           READ HOLIDAY-FILE NEXT RECORD
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT HC-OK
               IF WS-HOLIDAY-COUNT < 2000
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HC-DATE TO WS-HT-DATE(WS-HOLIDAY-COUNT)
                   MOVE HC-DAY-TYPE TO WS-HT-TYPE(WS-HOLIDAY-COUNT)
                   MOVE HC-DESCRIPTION TO WS-HT-DESC(WS-HOLIDAY-COUNT)
               ELSE
                   DISPLAY "WARNING: HOLIDAY TABLE FULL, DROPPING "
                       HC-DATE
               END-IF
               READ HOLIDAY-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           IF WS-HOLIDAY-COUNT = ZERO
               DISPLAY "WARNING: HOLIDAY.DAT NOT AVAILABLE - ONLY "
                   "WEEKENDS ARE NON-BUSINESS DAYS"
           END-IF.

       LOAD-DAY-BASIS.
           OPEN INPUT DAY-BASIS-PARAMS
           READ DAY-BASIS-PARAMS
               AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PRM-OK
               PERFORM STORE-DAY-BASIS
               READ DAY-BASIS-PARAMS
                   AT END CONTINUE
               END-READ
           END-PERFORM
           CLOSE DAY-BASIS-PARAMS.

       STORE-DAY-BASIS.
           IF WS-BASIS-COUNT >= 50
               DISPLAY "WARNING: DAY BASIS TABLE FULL, DROPPING "
                   RP-PARAM-TYPE
               EXIT PARAGRAPH
           END-IF
           EVALUATE RP-TEXT-VALUE
               WHEN "BUSINESS"
                   ADD 1 TO WS-BASIS-COUNT
                   MOVE RP-PARAM-TYPE TO WS-BT-KEY(WS-BASIS-COUNT)
                   MOVE 'B' TO WS-BT-BASIS(WS-BASIS-COUNT)
               WHEN "CALENDAR"
                   ADD 1 TO WS-BASIS-COUNT
                   MOVE RP-PARAM-TYPE TO WS-BT-KEY(WS-BASIS-COUNT)
                   MOVE 'C' TO WS-BT-BASIS(WS-BASIS-COUNT)
               WHEN OTHER
                   DISPLAY "WARNING: DAY BASIS '" RP-TEXT-VALUE
                       "' FOR " RP-PARAM-TYPE
                       " NOT BUSINESS OR CALENDAR - IGNORED"
           END-EVALUATE.

       FIND-DAY-BASIS.
           SET BD-CALENDAR-BASIS TO TRUE
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BASIS-COUNT
               IF WS-BT-KEY(WS-BT-IDX) = BD-BASIS-KEY
                   MOVE WS-BT-BASIS(WS-BT-IDX) TO BD-BASIS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * BUSINESS DAYS BETWEEN TWO DATES: FIVE PER WHOLE WEEK, THE     *
      * WEEKDAYS IN THE ODD DAYS LEFT OVER, THEN EACH CALENDAR        *
      * EXCEPTION INSIDE THE RANGE - A WEEKDAY HOLIDAY TAKES ONE OFF, *
      * A WORKED WEEKEND DAY ADDS ONE BACK.                           *
      *****************************************************************
       COUNT-DAYS-BETWEEN.
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-FROM-DATE) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(BD-TO-DATE)
                       NOT = ZERO
               SET BD-BAD-DATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-DAYNUM =
               FUNCTION INTEGER-OF-DATE(BD-FROM-DATE)
           COMPUTE WS-TO-DAYNUM =
               FUNCTION INTEGER-OF-DATE(BD-TO-DATE)
           IF NOT BD-BUSINESS-BASIS
               COMPUTE BD-DAYS = WS-TO-DAYNUM - WS-FROM-DAYNUM
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-DAYNUM < WS-FROM-DAYNUM
               MOVE -1 TO WS-SIGN
               MOVE WS-TO-DAYNUM TO WS-LOW-DAYNUM
               MOVE WS-FROM-DAYNUM TO WS-HIGH-DAYNUM
               MOVE BD-TO-DATE TO WS-LOW-DATE
               MOVE BD-FROM-DATE TO WS-HIGH-DATE
           ELSE
               MOVE 1 TO WS-SIGN
               MOVE WS-FROM-DAYNUM TO WS-LOW-DAYNUM
               MOVE WS-TO-DAYNUM TO WS-HIGH-DAYNUM
               MOVE BD-FROM-DATE TO WS-LOW-DATE
               MOVE BD-TO-DATE TO WS-HIGH-DATE
           END-IF
           COMPUTE WS-WEEKS = (WS-HIGH-DAYNUM - WS-LOW-DAYNUM) / 7
           COMPUTE WS-COUNT = WS-WEEKS * 5
           COMPUTE WS-STEP-DAYNUM = WS-LOW-DAYNUM + WS-WEEKS * 7
           PERFORM UNTIL WS-STEP-DAYNUM >= WS-HIGH-DAYNUM
               ADD 1 TO WS-STEP-DAYNUM
               COMPUTE WS-DOW = FUNCTION MOD(WS-STEP-DAYNUM, 7)
               IF NOT WS-WEEKEND
                   ADD 1 TO WS-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HOLIDAY-COUNT
                   OR WS-HT-DATE(WS-HT-IDX) > WS-HIGH-DATE
               IF WS-HT-DATE(WS-HT-IDX) > WS-LOW-DATE
                   PERFORM APPLY-CALENDAR-EXCEPTION
               END-IF
           END-PERFORM
           COMPUTE BD-DAYS = WS-COUNT * WS-SIGN.

       APPLY-CALENDAR-EXCEPTION.
           COMPUTE WS-HT-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-HT-DATE(WS-HT-IDX))
           COMPUTE WS-DOW = FUNCTION MOD(WS-HT-DAYNUM, 7)
           EVALUATE TRUE
               WHEN WS-HT-TYPE(WS-HT-IDX) = 'H' AND NOT WS-WEEKEND
                   SUBTRACT 1 FROM WS-COUNT
               WHEN WS-HT-TYPE(WS-HT-IDX) = 'W' AND WS-WEEKEND
                   ADD 1 TO WS-COUNT
           END-EVALUATE.

      *****************************************************************
      * ADDING N BUSINESS DAYS STEPS A DAY AT A TIME AND COUNTS ONLY  *
      * THE BUSINESS DAYS, SO THE RESULT IS ALWAYS A BUSINESS DAY.    *
      * ADDING ZERO RETURNS THE DATE UNCHANGED.                       *
      *****************************************************************
       ADD-DAYS-TO-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-FROM-DATE) NOT = ZERO
               SET BD-BAD-DATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STEP-DAYNUM =
               FUNCTION INTEGER-OF-DATE(BD-FROM-DATE)
           IF NOT BD-BUSINESS-BASIS
               COMPUTE WS-STEP-DAYNUM = WS-STEP-DAYNUM + BD-DAYS
               COMPUTE BD-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-STEP-DAYNUM)
               EXIT PARAGRAPH
           END-IF
           IF BD-DAYS < ZERO
               MOVE -1 TO WS-SIGN
               COMPUTE WS-REMAINING = ZERO - BD-DAYS
           ELSE
               MOVE 1 TO WS-SIGN
               MOVE BD-DAYS TO WS-REMAINING
           END-IF
           PERFORM UNTIL WS-REMAINING = ZERO
               ADD WS-SIGN TO WS-STEP-DAYNUM
               PERFORM CLASSIFY-DAY
               IF BD-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-REMAINING
               END-IF
           END-PERFORM
           COMPUTE BD-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STEP-DAYNUM).

       ROLL-TO-BUSINESS-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-FROM-DATE) NOT = ZERO
               SET BD-BAD-DATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STEP-DAYNUM =
               FUNCTION INTEGER-OF-DATE(BD-FROM-DATE)
           PERFORM CLASSIFY-DAY
           PERFORM UNTIL BD-BUSINESS-DAY
               ADD 1 TO WS-STEP-DAYNUM
               PERFORM CLASSIFY-DAY
           END-PERFORM
           COMPUTE BD-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STEP-DAYNUM).

       CHECK-ONE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(BD-FROM-DATE) NOT = ZERO
               SET BD-BAD-DATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STEP-DAYNUM =
               FUNCTION INTEGER-OF-DATE(BD-FROM-DATE)
           PERFORM CLASSIFY-DAY.

      *****************************************************************
      * DAY 1 OF INTEGER-OF-DATE IS MONDAY 1601-01-01, SO THE DAY     *
      * NUMBER MOD 7 GIVES 1-5 FOR MONDAY-FRIDAY, 6 SATURDAY AND 0    *
      * SUNDAY. A CALENDAR ROW OVERRIDES THE WEEKDAY RULE EITHER WAY. *
      *****************************************************************
       CLASSIFY-DAY.
           COMPUTE WS-DOW = FUNCTION MOD(WS-STEP-DAYNUM, 7)
           EVALUATE WS-DOW
               WHEN 6
                   SET BD-NON-BUSINESS-DAY TO TRUE
                   MOVE "SATURDAY" TO BD-DAY-DESC
               WHEN 0
                   SET BD-NON-BUSINESS-DAY TO TRUE
                   MOVE "SUNDAY" TO BD-DAY-DESC
               WHEN OTHER
                   SET BD-BUSINESS-DAY TO TRUE
                   MOVE SPACES TO BD-DAY-DESC
           END-EVALUATE
           IF WS-HOLIDAY-COUNT > ZERO
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-STEP-DAYNUM)
               SEARCH ALL WS-HT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HT-DATE(WS-HT-IDX) = WS-WORK-DATE
                       PERFORM APPLY-CALENDAR-ROW
               END-SEARCH
           END-IF.

       APPLY-CALENDAR-ROW.
           MOVE WS-HT-DESC(WS-HT-IDX) TO BD-DAY-DESC
           IF WS-HT-TYPE(WS-HT-IDX) = 'H'
               SET BD-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET BD-BUSINESS-DAY TO TRUE
           END-IF.
