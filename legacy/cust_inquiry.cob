      *   - CUSTMAST.DAT: TIER, REGION, STATUS                        *
      *   - RISKOUT.DAT:  LATEST RISK SCORE, CATEGORY, FLAGS          *
      *   - RISKCASE.DAT: OPEN/CLOSED COMPLIANCE CASE                 *
      *   - CREDHOLD.DAT: CREDIT HOLD AND THE EXPOSURE BEHIND IT      *
      *   - FEEAUDIT.DAT + FEES.DAT: WHAT WE CHARGED AND WHY          *
      *   - OPENVAR.DAT:  UNRESOLVED SETTLEMENT ITEMS                 *
      * OPENVAR.DAT IS KEYED BY TRANSACTION, NOT CUSTOMER, SO THE     *
               ACCESS IS RANDOM
               RECORD KEY IS RC-CUST-ID
               FILE STATUS IS WS-RC-STATUS.
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS WS-CH-STATUS.
           SELECT OPTIONAL FEE-AUDIT-FILE ASSIGN TO "FEEAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FA-STATUS.
           SELECT OPTIONAL OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT INQUIRY-REPORT ASSIGN TO "CUSTINQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
       FD  OPEN-VARIANCE-FILE.
           COPY "openvar.cpy".

       FD  CREDIT-HOLD-FILE.
           COPY "credhold.cpy".

       FD  INQUIRY-REPORT.
       01  REPORT-LINE             PIC X(132).

           05  WS-RC-STATUS        PIC XX.
               88  RC-OK           VALUE "00".
               88  RC-NOT-FOUND    VALUE "23".
           05  WS-CH-STATUS        PIC XX.
               88  CH-OK           VALUE "00".
               88  CH-NOT-FOUND    VALUE "23".
           05  WS-FA-STATUS        PIC XX.
               88  FA-OK           VALUE "00".
               88  FA-EOF          VALUE "10".
           PERFORM PRINT-CUSTOMER-PROFILE
           PERFORM PRINT-RISK-STANDING
           PERFORM PRINT-RISK-CASE
           PERFORM PRINT-CREDIT-STANDING
           PERFORM PRINT-FEE-HISTORY
           PERFORM PRINT-OPEN-SETTLEMENT-ITEMS
           PERFORM CLOSE-PROCESS
               MOVE CM-LAST-MAINT-DATE TO WS-LB-VALUE(1:8)
               MOVE CM-LAST-MAINT-OPER TO WS-LB-VALUE(12:8)
               PERFORM PRINT-LABEL-LINE
               MOVE "CREDIT LIMIT:" TO WS-LB-LABEL
               IF CM-CREDIT-LIMIT > ZERO
                   MOVE CM-CREDIT-LIMIT TO WS-DISPLAY-AMT
                   MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               ELSE
                   MOVE "HOUSE DEFAULT" TO WS-LB-VALUE
               END-IF
               PERFORM PRINT-LABEL-LINE
           ELSE
               MOVE "** CUSTOMER NOT ON MASTER **" TO WS-LB-LABEL
               PERFORM PRINT-LABEL-LINE
           END-IF
           CLOSE RISK-CASE-FILE.

      *****************************************************************
      * CREDHOLD.DAT HOLDS ONLY THE CUSTOMERS LAST NIGHT'S CREDIT-    *
      * EXPOSURE RUN FOUND OVER THEIR LIMIT; NO ROW MEANS NOT HELD.   *
      *****************************************************************
       PRINT-CREDIT-STANDING.
           MOVE "CREDIT STANDING (CREDHOLD)" TO WS-SC-TITLE
           PERFORM PRINT-SECTION-TITLE
           OPEN INPUT CREDIT-HOLD-FILE
           MOVE WS-INQUIRY-CUST TO CH-CUST-ID
           READ CREDIT-HOLD-FILE
               INVALID KEY CONTINUE
           END-READ
           IF CH-OK
               MOVE "CREDIT STATUS:" TO WS-LB-LABEL
               MOVE "** ON CREDIT HOLD **" TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
               MOVE "HOLD DATE:" TO WS-LB-LABEL
               MOVE CH-HOLD-DATE TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
               MOVE "OPEN FEE INVOICES:" TO WS-LB-LABEL
               MOVE CH-INVOICE-AMT TO WS-DISPLAY-AMT
               MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
               MOVE "OPEN PENDING ITEMS:" TO WS-LB-LABEL
               MOVE CH-PENDING-AMT TO WS-DISPLAY-AMT
               MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
               MOVE "OPEN CHARGEBACKS:" TO WS-LB-LABEL
               MOVE CH-DISPUTE-AMT TO WS-DISPLAY-AMT
               MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
               MOVE "TOTAL EXPOSURE:" TO WS-LB-LABEL
               MOVE CH-EXPOSURE-AMT TO WS-DISPLAY-AMT
               MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
               MOVE "CREDIT LIMIT:" TO WS-LB-LABEL
               MOVE CH-CREDIT-LIMIT TO WS-DISPLAY-AMT
               MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               IF CH-LIMIT-DEFAULT
                   MOVE "(DEFAULT)" TO WS-LB-VALUE(17:9)
               END-IF
               PERFORM PRINT-LABEL-LINE
               MOVE "OVER LIMIT BY:" TO WS-LB-LABEL
               MOVE CH-OVER-LIMIT-AMT TO WS-DISPLAY-AMT
               MOVE WS-DISPLAY-AMT TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
           ELSE
               MOVE "CREDIT STATUS:" TO WS-LB-LABEL
               MOVE "NOT ON CREDIT HOLD" TO WS-LB-VALUE
               PERFORM PRINT-LABEL-LINE
           END-IF
           CLOSE CREDIT-HOLD-FILE.

      *****************************************************************
      * FEE HISTORY: EVERY FEEAUDIT.DAT ROW FOR THE CUSTOMER (WHICH   *
      * RATE, DISCOUNT, AND SURCHARGE PRICED EACH TRANSACTION), THEN  *
