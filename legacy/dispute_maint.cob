
      *****************************************************************
      * DEFAULT EVIDENCE WINDOW WHEN THE CHARGEBACK FEED CARRIES NO   *
      * DUE DATE: RECEIVED DATE PLUS 14 DAYS, THE SCHEME MINIMUM THE  *
      * DESK WORKS TO, IN CALENDAR OR BUSINESS DAYS AS SET FOR KEY    *
      * EVIDENCE_DUE ON DAYBASIS.DAT. EITHER WAY A DEADLINE THAT      *
      * WOULD FALL ON A WEEKEND OR BANK HOLIDAY MOVES TO THE NEXT     *
      * BUSINESS DAY.                                                 *
      *****************************************************************
       01  WS-EVIDENCE-DAYS        PIC 9(3) VALUE 14.
       01  WS-EVIDENCE-BASIS       PIC X(1).

           COPY "busdlink.cpy".

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           MOVE "EVIDENCE_DUE" TO BD-BASIS-KEY
           SET BD-GET-BASIS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-BASIS TO WS-EVIDENCE-BASIS
           PERFORM OPEN-DISPUTE-CASE-FILE
           OPEN EXTEND FEE-REVERSAL-FILE
           OPEN OUTPUT WORKLIST-REPORT.
               WHEN NOT DC-OK
                   PERFORM BUILD-CASE-FROM-CHARGEBACK
                   SET DC-FEE-REVERSED-NO TO TRUE
                   MOVE ZERO TO DC-PAYOUT-DATE
                   WRITE DISPUTE-CASE-RECORD
                   ADD 1 TO WS-CASES-OPENED
               WHEN DC-CASE-OPEN
           END-EVALUATE.

      *****************************************************************
      * DC-FEE-REVERSED AND DC-PAYOUT-DATE ARE DELIBERATELY NOT       *
      * TOUCHED HERE: ON A SECOND-PRESENTMENT REOPEN THE EXISTING     *
      * VALUES MUST SURVIVE, OR A CASE LOST TWICE WOULD REVERSE THE   *
      * SAME ORIGINAL FEE (AND DEDUCT THE SAME CHARGEBACK) TWICE.      *
      * ONLY A BRAND-NEW CASE (THE WRITE PATH ABOVE) STARTS WITH      *
      * THEM CLEAR.                                                   *
      *****************************************************************
       BUILD-CASE-FROM-CHARGEBACK.
           MOVE CB-TRANS-ID TO DC-TRANS-ID
               MOVE CB-RECEIVED-DATE TO DC-RECEIVED-DATE
           END-IF
           IF CB-EVIDENCE-DUE-DATE = ZERO
               PERFORM SET-DEFAULT-EVIDENCE-DUE
           ELSE
               MOVE CB-EVIDENCE-DUE-DATE TO DC-EVIDENCE-DUE-DATE
           END-IF
           MOVE ZERO TO DC-REPRESENT-DATE
           MOVE ZERO TO DC-OUTCOME-DATE.

      *****************************************************************
      * A RECEIVED DATE THAT IS NOT A REAL DATE CANNOT BE COUNTED     *
      * FROM; THE DEADLINE IS THEN THE RECEIVED DATE ITSELF, SO THE   *
      * CASE SHOWS PAST DUE ON THE WORKLIST AND GETS LOOKED AT.       *
      *****************************************************************
       SET-DEFAULT-EVIDENCE-DUE.
           MOVE WS-EVIDENCE-BASIS TO BD-BASIS
           MOVE DC-RECEIVED-DATE TO BD-FROM-DATE
           MOVE WS-EVIDENCE-DAYS TO BD-DAYS
           SET BD-ADD-DAYS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF NOT BD-OK
               MOVE DC-RECEIVED-DATE TO DC-EVIDENCE-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE BD-RESULT-DATE TO BD-FROM-DATE
           SET BD-NEXT-BUSINESS-DAY TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-RESULT-DATE TO DC-EVIDENCE-DUE-DATE.

       APPLY-DISPUTE-UPDATES.
           OPEN INPUT DISPUTE-UPDATE-FEED
           READ DISPUTE-UPDATE-FEED
