      * (THE MATCHED.DAT EXT AMOUNTS FOR THE BUSINESS DATE) AGAINST   *
      * WHAT ACTUALLY LANDED IN THE BANK ACCOUNT (BANKSTMT.DAT).      *
      * SHORT OR MISSING FUNDING RAISES A PERSISTENT OPEN ITEM ONTO   *
      * OPENVAR.DAT (PROCESSOR + "DEP" + BUSINESS DATE, SAME UPSERT/  *
      * AUTO-CLOSE DISCIPLINE AS BATCH-RECONCILE'S VARIANCES, SO      *
      * VAR-AGING AND THE RESOLUTION FEED WORK UNCHANGED); A LATER    *
      * STATEMENT CARRYING THE MISSING DEPOSIT CLOSES THE ITEM AS     *
      * LATE FUNDING.                                                 *
      * THE FUNDING TOLERANCE COMES FROM A "DEP " ROW IN              *
      * TOLERANCE.DAT; WITHOUT ONE THE PENNY DEFAULTS APPLY.          *
      * EACH CARD PROCESSOR FUNDS ITS OWN DEPOSITS, SO THE PROOF, THE *
      * TOLERANCE ("DEP " ROW FOR THE PROCESSOR, ELSE THE GENERAL     *
      * ONE) AND THE OPEN ITEM ARE ALL PER PROCESSOR. SPACES IS THE   *
      * PRIMARY PROCESSOR.                                            *
      * RUN AFTER BATCH-RECONCILE FOR THE SAME BUSINESS DATE.         *
      ******************************************************************

           SELECT OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT DEPOSIT-REPORT ASSIGN TO "DEPRECON.DAT"
               ORGANIZATION IS SEQUENTIAL.
           05  MT-MATCH-TYPE       PIC X(10).
           05  MT-TIMESTAMP        PIC X(26).
           05  MT-PIECE-COUNT      PIC 9(3).
           05  MT-CYCLE-SEQ        PIC 9(2).
           05  MT-PROCESSOR-ID     PIC X(4).
           05  MT-EXT-FEES         PIC S9(9)V99 COMP-3.

      *****************************************************************
      * BANK STATEMENT FEED, ONE ROW PER DEPOSIT CREDIT. BS-VALUE-    *
      * DATE IS THE SETTLEMENT BUSINESS DATE THE DEPOSIT FUNDS (THE   *
      * PROCESSOR QUOTES IT ON THE ADVICE); BS-POST-DATE IS THE DAY   *
      * THE BANK POSTED THE CREDIT. BS-PROCESSOR-ID IS THE PROCESSOR  *
      * THAT SENT THE DEPOSIT (SPACES = THE PRIMARY PROCESSOR). A     *
      * BANKSTMT.DAT WRITTEN BEFORE THIS FIELD WAS ADDED NEEDS ITS    *
      * ONE-TIME RECORD-LENGTH CONVERSION FIRST (PROCESSOR SPACES).   *
      *****************************************************************
       FD  BANK-STATEMENT.
       01  BANK-STATEMENT-RECORD.
           05  BS-DEPOSIT-REF      PIC X(16).
           05  BS-AMOUNT           PIC S9(11)V99 COMP-3.
           05  BS-DESCRIPTION      PIC X(30).
           05  BS-PROCESSOR-ID     PIC X(4).

       FD  TOLERANCE-TABLE.
       01  TOLERANCE-RECORD.
           05  TOL-TRANS-TYPE      PIC X(4).
           05  TOL-AMOUNT          PIC S9(7)V99 COMP-3.
           05  TOL-PERCENT         PIC 9V9999.
           05  TOL-PROCESSOR-ID    PIC X(4).

       FD  OPEN-VARIANCE-FILE.
           COPY "openvar.cpy".

       01  WS-FUNDING-TOTALS.
           05  WS-EXPECTED-AMT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PROC-EXPECTED-AMT PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RECEIVED-AMT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SHORTFALL-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-ABS-SHORTFALL    PIC S9(13)V99 COMP-3.

      *****************************************************************
      * FUNDING TOLERANCE FROM THE "DEP " TOLERANCE ROW, SAME FLAT-   *
      * OR-PERCENT SHAPE AS BATCH-RECONCILE'S FEE VERIFICATION. A     *
      * "DEP " ROW WITH A PROCESSOR ID IS KEPT IN THE TABLE BELOW AND *
      * WINS FOR THAT PROCESSOR; WS-DEP-USE-TOL- IS THE BAND IN FORCE *
      * FOR THE PROCESSOR BEING PROVED.                               *
      *****************************************************************
       01  WS-DEP-TOLERANCE.
           05  WS-DEP-TOL-AMT      PIC S9(7)V99 COMP-3 VALUE 0.01.
           05  WS-DEP-TOL-PCT      PIC 9V9999 VALUE 0.0001.
           05  WS-DEP-TOL-APPLIED  PIC S9(9)V99 COMP-3.
           05  WS-DEP-USE-TOL-AMT  PIC S9(7)V99 COMP-3.
           05  WS-DEP-USE-TOL-PCT  PIC 9V9999.

       01  WS-PROC-TOL-TABLE.
           05  WS-PX-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-PX-IDX.
               10  WS-PX-PROCESSOR-ID PIC X(4).
               10  WS-PX-TOL-AMT   PIC S9(7)V99 COMP-3.
               10  WS-PX-TOL-PCT   PIC 9V9999.
       01  WS-PROC-TOL-COUNT       PIC 9(2) VALUE ZERO.

      *****************************************************************
      * ONE ENTRY PER PROCESSOR TO PROVE TODAY - EVERY PROCESSOR WITH *
      * MATCHED ITEMS OR A DEPOSIT VALUE-DATED TODAY - CARRYING ITS   *
      * EXPECTED FUNDING FROM MATCHED.DAT.                            *
      *****************************************************************
       01  WS-PROCESSOR-TABLE.
           05  WS-PR-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-PR-IDX.
               10  WS-PR-PROCESSOR-ID PIC X(4).
               10  WS-PR-EXPECTED-AMT PIC S9(13)V99 COMP-3.
       01  WS-PROCESSOR-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-LOOKUP-PROCESSOR     PIC X(4).

      *****************************************************************
      * DEPOSITS TABULATED BY VALUE DATE AND POST DATE SO TODAY'S     *
               INDEXED BY WS-DP-IDX.
               10  WS-DP-VALUE-DATE PIC 9(8).
               10  WS-DP-POST-DATE  PIC 9(8).
               10  WS-DP-PROCESSOR-ID PIC X(4).
               10  WS-DP-AMOUNT     PIC S9(13)V99 COMP-3.
       01  WS-DEPOSIT-DATE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-DATE          PIC 9(8).
           05  WS-SL-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(78) VALUE SPACES.

       01  WS-PROCESSOR-LINE.
           05  FILLER              PIC X(11) VALUE "PROCESSOR: ".
           05  WS-PL-PROCESSOR     PIC X(9).
           05  FILLER              PIC X(112) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  WS-ST-LABEL         PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF TOL-TRANS-TYPE = "DEP"
                   IF TOL-PROCESSOR-ID = SPACES
                       MOVE TOL-AMOUNT TO WS-DEP-TOL-AMT
                       MOVE TOL-PERCENT TO WS-DEP-TOL-PCT
                   ELSE
                       PERFORM STORE-PROCESSOR-TOLERANCE
                   END-IF
               END-IF
               READ TOLERANCE-TABLE
                   AT END MOVE 'Y' TO WS-EOF
           MOVE 'N' TO WS-EOF
           CLOSE TOLERANCE-TABLE.

       STORE-PROCESSOR-TOLERANCE.
           IF WS-PROC-TOL-COUNT < 10
               ADD 1 TO WS-PROC-TOL-COUNT
               SET WS-PX-IDX TO WS-PROC-TOL-COUNT
               MOVE TOL-PROCESSOR-ID TO WS-PX-PROCESSOR-ID(WS-PX-IDX)
               MOVE TOL-AMOUNT TO WS-PX-TOL-AMT(WS-PX-IDX)
               MOVE TOL-PERCENT TO WS-PX-TOL-PCT(WS-PX-IDX)
           ELSE
               DISPLAY "WARNING: PROCESSOR TOLERANCE TABLE FULL, "
                   "DROPPING " TOL-PROCESSOR-ID
           END-IF.

      *****************************************************************
      * FUNDING BAND FOR WS-LOOKUP-PROCESSOR: ITS OWN "DEP " ROW IF   *
      * TOLERANCE.DAT HAS ONE, ELSE THE GENERAL "DEP " ROW/DEFAULTS.  *
      *****************************************************************
       SET-PROCESSOR-TOLERANCE.
           MOVE WS-DEP-TOL-AMT TO WS-DEP-USE-TOL-AMT
           MOVE WS-DEP-TOL-PCT TO WS-DEP-USE-TOL-PCT
           PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PROC-TOL-COUNT
               IF WS-PX-PROCESSOR-ID(WS-PX-IDX) = WS-LOOKUP-PROCESSOR
                   MOVE WS-PX-TOL-AMT(WS-PX-IDX) TO WS-DEP-USE-TOL-AMT
                   MOVE WS-PX-TOL-PCT(WS-PX-IDX) TO WS-DEP-USE-TOL-PCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCUMULATE-EXPECTED-FUNDING.
           READ MATCHED-FILE
               AT END MOVE 'Y' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-MATCHED-READ
               ADD MT-EXT-AMOUNT TO WS-EXPECTED-AMT
               MOVE MT-PROCESSOR-ID TO WS-LOOKUP-PROCESSOR
               PERFORM FIND-PROCESSOR-ENTRY
               IF WS-PR-IDX > ZERO
                   ADD MT-EXT-AMOUNT TO WS-PR-EXPECTED-AMT(WS-PR-IDX)
               END-IF
               READ MATCHED-FILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           MOVE 'N' TO WS-EOF
           CLOSE MATCHED-FILE.

       FIND-PROCESSOR-ENTRY.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PROCESSOR-COUNT
               IF WS-PR-PROCESSOR-ID(WS-PR-IDX) = WS-LOOKUP-PROCESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-IDX > WS-PROCESSOR-COUNT
               IF WS-PROCESSOR-COUNT < 10
                   ADD 1 TO WS-PROCESSOR-COUNT
                   SET WS-PR-IDX TO WS-PROCESSOR-COUNT
                   MOVE WS-LOOKUP-PROCESSOR
                       TO WS-PR-PROCESSOR-ID(WS-PR-IDX)
                   MOVE ZERO TO WS-PR-EXPECTED-AMT(WS-PR-IDX)
               ELSE
                   DISPLAY "WARNING: PROCESSOR TABLE FULL, "
                       "DROPPING " WS-LOOKUP-PROCESSOR
                   SET WS-PR-IDX TO ZERO
               END-IF
           END-IF.

       ACCUMULATE-BANK-DEPOSITS.
           READ BANK-STATEMENT
               AT END MOVE 'Y' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-DEPOSITS-READ
               MOVE BS-VALUE-DATE TO WS-LOOKUP-DATE
               MOVE BS-PROCESSOR-ID TO WS-LOOKUP-PROCESSOR
               IF BS-POST-DATE = ZERO
                   MOVE BS-VALUE-DATE TO WS-LOOKUP-POST-DATE
               ELSE
               IF WS-DP-IDX > ZERO
                   ADD BS-AMOUNT TO WS-DP-AMOUNT(WS-DP-IDX)
               END-IF
               IF BS-VALUE-DATE = WS-RUN-DATE
                   PERFORM FIND-PROCESSOR-ENTRY
               END-IF
               READ BANK-STATEMENT
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-DP-VALUE-DATE(WS-DP-IDX) = WS-LOOKUP-DATE
                       AND WS-DP-POST-DATE(WS-DP-IDX) =
                           WS-LOOKUP-POST-DATE
                       AND WS-DP-PROCESSOR-ID(WS-DP-IDX) =
                           WS-LOOKUP-PROCESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
                       TO WS-DP-VALUE-DATE(WS-DP-IDX)
                   MOVE WS-LOOKUP-POST-DATE
                       TO WS-DP-POST-DATE(WS-DP-IDX)
                   MOVE WS-LOOKUP-PROCESSOR
                       TO WS-DP-PROCESSOR-ID(WS-DP-IDX)
                   MOVE ZERO TO WS-DP-AMOUNT(WS-DP-IDX)
               ELSE
                   DISPLAY "WARNING: DEPOSIT DATE TABLE FULL, "
           END-IF.

      *****************************************************************
      * THE DAY'S PROOF, ONE PER PROCESSOR SEEN IN MATCHED.DAT OR ON *
      * A DEPOSIT VALUE-DATED TODAY (THE PRIMARY PROCESSOR ALONE WHEN *
      * THERE IS NEITHER). WITHIN TOLERANCE ALSO AUTO-CLOSES ANY OPEN *
      * ITEM A PRIOR RUN RAISED FOR THIS DATE (A RERUN AFTER A RESENT *
      * STATEMENT). SHORT OR MISSING FUNDING UPSERTS THE OPEN ITEM    *
      * WITH THE BUSINESS DATE'S EXPECTED AND RECEIVED AMOUNTS.       *
      *****************************************************************
       PROVE-TODAYS-FUNDING.
           IF WS-PROCESSOR-COUNT = ZERO
               MOVE SPACES TO WS-LOOKUP-PROCESSOR
               PERFORM FIND-PROCESSOR-ENTRY
           END-IF
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PROCESSOR-COUNT
               PERFORM PROVE-PROCESSOR-FUNDING
           END-PERFORM.

       PROVE-PROCESSOR-FUNDING.
           MOVE WS-PR-PROCESSOR-ID(WS-PR-IDX) TO WS-LOOKUP-PROCESSOR
           MOVE WS-PR-EXPECTED-AMT(WS-PR-IDX) TO WS-PROC-EXPECTED-AMT
           PERFORM SET-PROCESSOR-TOLERANCE
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM SUM-DEPOSITS-FOR-DATE
           COMPUTE WS-SHORTFALL-AMT =
               WS-PROC-EXPECTED-AMT - WS-RECEIVED-AMT
           COMPUTE WS-ABS-SHORTFALL =
               FUNCTION ABS(WS-SHORTFALL-AMT)
           COMPUTE WS-DEP-TOL-APPLIED ROUNDED =
               FUNCTION ABS(WS-PROC-EXPECTED-AMT) * WS-DEP-USE-TOL-PCT
           IF WS-DEP-USE-TOL-AMT > WS-DEP-TOL-APPLIED
               MOVE WS-DEP-USE-TOL-AMT TO WS-DEP-TOL-APPLIED
           END-IF

           IF WS-LOOKUP-PROCESSOR = SPACES
               MOVE "PRIMARY" TO WS-PL-PROCESSOR
           ELSE
               MOVE WS-LOOKUP-PROCESSOR TO WS-PL-PROCESSOR
           END-IF
           WRITE REPORT-LINE FROM WS-PROCESSOR-LINE
               AFTER ADVANCING 1 LINE
           MOVE "EXPECTED FUNDING (MATCHED):" TO WS-SL-LABEL
           MOVE WS-PROC-EXPECTED-AMT TO WS-SL-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "BANK DEPOSITS FOR DATE:" TO WS-SL-LABEL
                   PERFORM UPSERT-DEPOSIT-ITEM
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-STATUS-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE.

       SUM-DEPOSITS-FOR-DATE.
           MOVE ZERO TO WS-RECEIVED-AMT
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPOSIT-DATE-COUNT
               IF WS-DP-VALUE-DATE(WS-DP-IDX) = WS-LOOKUP-DATE
                       AND WS-DP-PROCESSOR-ID(WS-DP-IDX) =
                           WS-LOOKUP-PROCESSOR
                   ADD WS-DP-AMOUNT(WS-DP-IDX) TO WS-RECEIVED-AMT
               END-IF
           END-PERFORM.

      *****************************************************************
      * AS ABOVE (SAME DATE AND PROCESSOR), BUT ONLY DEPOSITS POSTED  *
      * AFTER THE ITEM'S APPLIED-THROUGH MARKER - THE ONES NO EARLIER *
      * RUN HAS ALREADY ABSORBED. WS-MAX-POST-DATE COMES BACK AS THE  *
      * NEW MARKER.                                                   *
      *****************************************************************
       SUM-NEW-DEPOSITS-FOR-DATE.
           MOVE ZERO TO WS-RECEIVED-AMT
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPOSIT-DATE-COUNT
               IF WS-DP-VALUE-DATE(WS-DP-IDX) = WS-LOOKUP-DATE
                       AND WS-DP-PROCESSOR-ID(WS-DP-IDX) =
                           WS-LOOKUP-PROCESSOR
                       AND WS-DP-POST-DATE(WS-DP-IDX) >
                           WS-APPLIED-THRU-DATE
                   ADD WS-DP-AMOUNT(WS-DP-IDX) TO WS-RECEIVED-AMT
      *****************************************************************
       UPSERT-DEPOSIT-ITEM.
           MOVE WS-RUN-DATE TO WS-OI-DATE
           MOVE WS-LOOKUP-PROCESSOR TO OV-PROCESSOR-ID
           MOVE WS-OPEN-ITEM-KEY TO OV-TRANS-ID
           READ OPEN-VARIANCE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF OV-OK
               MOVE WS-PROC-EXPECTED-AMT TO OV-INT-AMOUNT
               MOVE WS-RECEIVED-AMT TO OV-EXT-AMOUNT
               MOVE WS-SHORTFALL-AMT TO OV-DIFFERENCE
               MOVE "DEPOSIT" TO OV-BATCH-NUM
               MOVE SPACES TO OV-CURRENCY
               IF OV-CLOSED
                   SET OV-OPEN TO TRUE
                   MOVE WS-RUN-DATE TO OV-OPEN-DATE
               MOVE SPACES TO OV-RESOLVE-OPER
               REWRITE OPEN-VARIANCE-RECORD
           ELSE
               MOVE WS-LOOKUP-PROCESSOR TO OV-PROCESSOR-ID
               MOVE WS-OPEN-ITEM-KEY TO OV-TRANS-ID
               MOVE WS-PROC-EXPECTED-AMT TO OV-INT-AMOUNT
               MOVE WS-RECEIVED-AMT TO OV-EXT-AMOUNT
               MOVE WS-SHORTFALL-AMT TO OV-DIFFERENCE
               MOVE "DEPOSIT" TO OV-BATCH-NUM
               MOVE SPACES TO OV-CURRENCY
               MOVE WS-RUN-DATE TO OV-OPEN-DATE
               SET OV-OPEN TO TRUE
               MOVE WS-RUN-DATE TO OV-RESOLVE-DATE

       AUTO-CLOSE-TODAYS-ITEM.
           MOVE WS-RUN-DATE TO WS-OI-DATE
           MOVE WS-LOOKUP-PROCESSOR TO OV-PROCESSOR-ID
           MOVE WS-OPEN-ITEM-KEY TO OV-TRANS-ID
           READ OPEN-VARIANCE-FILE
               INVALID KEY CONTINUE
      * UPSERT COMMENT) - A RERUN OF THE SAME STATEMENT FINDS NOTHING *
      * NEW AND CHANGES NOTHING. AN ITEM FUNDED TO WITHIN TOLERANCE   *
      * CLOSES WITH CODE "LATE"; A PARTIAL TOP-UP REFRESHES THE       *
      * RECEIVED AMOUNT, SHORTFALL, AND MARKER. ONLY DEPOSITS FROM    *
      * THE ITEM'S OWN PROCESSOR (OV-PROCESSOR-ID) COUNT, AGAINST     *
      * THAT PROCESSOR'S FUNDING BAND.                                *
      *****************************************************************
       CLOSE-LATE-FUNDED-ITEMS.
           MOVE LOW-VALUES TO OV-KEY
           START OPEN-VARIANCE-FILE KEY IS NOT LESS THAN OV-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'

       APPLY-LATE-FUNDING.
           MOVE WS-PRIOR-ITEM-DATE TO WS-LOOKUP-DATE
           MOVE OV-PROCESSOR-ID TO WS-LOOKUP-PROCESSOR
           PERFORM SET-PROCESSOR-TOLERANCE
           MOVE OV-RESOLVE-DATE TO WS-APPLIED-THRU-DATE
           PERFORM SUM-NEW-DEPOSITS-FOR-DATE
           IF WS-RECEIVED-AMT NOT = ZERO
               COMPUTE WS-ABS-SHORTFALL =
                   FUNCTION ABS(OV-DIFFERENCE)
               COMPUTE WS-DEP-TOL-APPLIED ROUNDED =
                   FUNCTION ABS(OV-INT-AMOUNT) * WS-DEP-USE-TOL-PCT
               IF WS-DEP-USE-TOL-AMT > WS-DEP-TOL-APPLIED
                   MOVE WS-DEP-USE-TOL-AMT TO WS-DEP-TOL-APPLIED
               END-IF
               IF WS-ABS-SHORTFALL <= WS-DEP-TOL-APPLIED
                   SET OV-CLOSED TO TRUE
