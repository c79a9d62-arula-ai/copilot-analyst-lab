               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CN-STATUS.
      *****************************************************************
      * CREDIT-HOLD LIST (SEE CREDHOLD.CPY), REBUILT NIGHTLY BY       *
      * CREDIT-EXPOSURE. A HELD CUSTOMER'S TRANSACTIONS ARE STILL     *
      * FEE'D BUT FLAGGED ON FEEEXCP.DAT SO CREDIT CONTROL SEES THE   *
      * CUSTOMER IS STILL TRADING. OPTIONAL - ABSENT MEANS NO HOLDS.  *
      *****************************************************************
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS WS-CH-STATUS.
      *****************************************************************
      * MONTH-TO-DATE FEE ACCUMULATOR (SEE FEEMTD.CPY), THE CROSS-RUN *
      * MEMORY BEHIND THE MONTHLY FEE CAPS ("CAP" ROWS IN             *
      * FEERATE.DAT, ONE PER TIER). PERSISTS ACROSS RUNS THE SAME WAY *
       FD  CONTRACT-FILE.
           COPY "contract.cpy".

       FD  CREDIT-HOLD-FILE.
           COPY "credhold.cpy".

       FD  FEE-MTD-FILE.
           COPY "feemtd.cpy".

               88  CN-EOF      VALUE "10".
               88  CN-NOT-FOUND VALUE "23".
               88  CN-FILE-NOT-EXIST VALUE "35".
           05  WS-CH-STATUS    PIC XX.
               88  CH-OK       VALUE "00".
               88  CH-NOT-FOUND VALUE "23".
           05  WS-FM-STATUS    PIC XX.
               88  FM-OK       VALUE "00".
               88  FM-NOT-FOUND VALUE "23".
           05  WS-CN-BEST-FLAT     PIC S9(5)V99 COMP-3.
           05  WS-CONTRACT-PRICED-CNT PIC 9(6) VALUE ZERO.

       01  WS-CREDIT-HOLD-WORK.
           05  WS-CREDIT-HOLD-FLAG PIC X VALUE 'N'.
               88  CREDIT-HOLD-CHECK-ON VALUE 'Y'.
           05  WS-CREDIT-HOLD-CNT  PIC 9(6) VALUE ZERO.

      *****************************************************************
      * CURRENCY CONVERSION STATE. WS-PRICE-AMOUNT IS THE HOME-       *
      * CURRENCY AMOUNT THE RATE LOOKUPS ACTUALLY PRICE (EQUAL TO     *
           05  WS-CUST-REJECT-CNT  PIC 9(6) VALUE ZERO.
           05  WS-CUST-FLAG-CNT    PIC 9(6) VALUE ZERO.

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
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           END-IF
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM OPEN-CONTRACT-FILE
           PERFORM OPEN-CREDIT-HOLD-FILE
           PERFORM READ-TRANS.

       ESTABLISH-SIM-MODE.
                   "CONTRACT PRICING OFF"
           END-IF.

       OPEN-CREDIT-HOLD-FILE.
           OPEN INPUT CREDIT-HOLD-FILE
           IF CH-OK
               MOVE 'Y' TO WS-CREDIT-HOLD-FLAG
           ELSE
               DISPLAY "WARNING: CREDHOLD.DAT NOT AVAILABLE - "
                   "CREDIT-HOLD FLAGGING OFF"
           END-IF.

      *****************************************************************
      * LOAD EXCHRATE.DAT, KEEPING ONLY THE BUSINESS DATE'S ROWS THAT *
      * CONVERT INTO THE HOME CURRENCY (THE ONLY DIRECTION THE FEE    *
       CHECK-OWN-RUN-STATUS.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RUNC-PRED-ID NOT = SPACES
               MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
               MOVE WS-RUNC-PRED-ID TO RUN-PROGRAM-ID
               MOVE ZERO TO RUN-CYCLE-SEQ
               READ RUN-CONTROL-FILE
                   INVALID KEY CONTINUE
               END-READ
       STAMP-RUN-START.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           SET RUN-STAT-RUNNING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
       STAMP-RUN-COMPLETE.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ

       PROCESS-ACCEPTED-TRANS.
           PERFORM VERIFY-CUSTOMER
           IF WS-CUST-REJECT-FLAG = 'N'
               PERFORM CHECK-CREDIT-HOLD
           END-IF
           PERFORM RESOLVE-TRANSACTION-CURRENCY
           EVALUATE TRUE
               WHEN WS-CUST-REJECT-FLAG = 'Y'
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A CUSTOMER OVER THEIR CREDIT LIMIT IS FLAGGED, NOT REJECTED - *
      * THE FEE IS STILL OWED AND STILL CHARGED.                      *
      *****************************************************************
       CHECK-CREDIT-HOLD.
           IF CREDIT-HOLD-CHECK-ON
               MOVE TR-CUST-ID TO CH-CUST-ID
               READ CREDIT-HOLD-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF CH-OK
                   MOVE "CUSTOMER ON CREDIT HOLD - EXPOSURE OVER LIMIT"
                       TO EX-REASON
                   MOVE "FLAGGED" TO EX-DISPOSITION
                   PERFORM WRITE-CUST-EXCEPTION
                   ADD 1 TO WS-CREDIT-HOLD-CNT
               END-IF
           END-IF.

       WRITE-CUST-REJECT.
           MOVE 'Y' TO WS-CUST-REJECT-FLAG
           MOVE "REJECTED" TO EX-DISPOSITION
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "FEES-CALC" TO CTL-PROGRAM-ID
           MOVE ZERO TO CTL-CYCLE-SEQ
           MOVE SPACES TO CTL-PROCESSOR-ID
           MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO CTL-RUN-TIMESTAMP
           MOVE WS-TRANS-COUNT TO CTL-RECORD-COUNT
           IF CONTRACT-PRICING-ON
               CLOSE CONTRACT-FILE
           END-IF
           IF CREDIT-HOLD-CHECK-ON
               CLOSE CREDIT-HOLD-FILE
           END-IF
           CLOSE TRANS-FILE
           CLOSE SIM-REPORT.

           IF CONTRACT-PRICING-ON
               CLOSE CONTRACT-FILE
           END-IF
           IF CREDIT-HOLD-CHECK-ON
               DISPLAY "CREDIT-HOLD FLAGS: " WS-CREDIT-HOLD-CNT
               CLOSE CREDIT-HOLD-FILE
           END-IF
           IF CAP-TRACKING-ON
               CLOSE FEE-MTD-FILE
           END-IF
