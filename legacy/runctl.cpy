      ******************************************************************
      * SHARED RUN-CONTROL RECORD - RUNCTL.DAT (INDEXED, KEYED BY     *
      * BUSINESS DATE + PROGRAM ID + CYCLE). EACH OF THE FOUR NIGHTLY *
      * BATCH PROGRAMS STAMPS A ROW AT START (STATUS R) AND           *
      * COMPLETION (STATUS C + RETURN CODE), AND AT INIT REFUSES TO   *
      * START IF ITS PREDECESSOR HAS NOT COMPLETED CLEANLY FOR THE    *
      * DATE OR IF IT HAS ITSELF ALREADY STARTED OR COMPLETED         *
      * (RERUN_OVERRIDE=Y IN THE ENVIRONMENT BYPASSES THE CHECKS FOR  *
      * OPERATOR-DIRECTED RERUNS). JOB SEQUENCE FOR A BUSINESS DATE:  *
      *   FEES-CALC -> CUSTOMER-RISK -> BATCH-RECONCILE ->            *
      *   INVENTORY-UPDATE                                            *
      * CONTROL-TOTAL-RPT READS THIS FILE TO SHOW EACH DATE'S RUN     *
      * SEQUENCE.                                                     *
      * RUN-CYCLE-SEQ: 00 IS THE ROW FOR THE WHOLE BUSINESS DATE AND  *
      * IS THE ONLY ROW A ONCE-A-DAY PROGRAM WRITES. BATCH-RECONCILE  *
      * RUNS ONCE PER PROCESSOR SETTLEMENT CYCLE AND STAMPS ONE ROW   *
      * PER CYCLE (01, 02, ...); ITS FINAL CYCLE ALSO STAMPS THE 00   *
      * ROW ON COMPLETION, SO A SUCCESSOR CHECKING CYCLE 00 WAITS FOR *
      * THE WHOLE DAY TO BE RECONCILED.                               *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
               10  RUN-BUSINESS-DATE   PIC 9(8).
               10  RUN-PROGRAM-ID      PIC X(17).
               10  RUN-CYCLE-SEQ       PIC 9(2).
           05  RUN-STATUS              PIC X(1).
               88  RUN-STAT-RUNNING    VALUE 'R'.
               88  RUN-STAT-COMPLETE   VALUE 'C'.
