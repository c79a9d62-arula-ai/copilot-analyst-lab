      *                   IN FEES-CALC REQUIRES).                     *
      *   RISKPRM.DAT   - KNOWN RP-PARAM-TYPES ONLY, WEIGHTS AND     *
      *                   THRESHOLDS IN RANGE, HIGH ABOVE MEDIUM.     *
      *   TOLERANCE.DAT - A GENERAL (NO PROCESSOR) DFLT ROW MUST      *
      *                   EXIST; AMOUNTS AND PERCENTS IN RANGE.       *
      * EVERY FINDING IS LISTED ON PARMVAL.RPT; ANY ERROR ENDS THE    *
      * RUN WITH RETURN CODE 8 SO THE SCHEDULER HOLDS THE CYCLE.      *
      ******************************************************************
           05  TOL-TRANS-TYPE  PIC X(4).
           05  TOL-AMOUNT      PIC S9(7)V99 COMP-3.
           05  TOL-PERCENT     PIC 9V9999.
           05  TOL-PROCESSOR-ID PIC X(4).

       FD  VALIDATION-REPORT.
       01  REPORT-LINE         PIC X(132).
      *****************************************************************
      * TOLERANCE.DAT: A DFLT ROW IS REQUIRED - WITHOUT IT A MISSED   *
      * TRANSACTION CODE SILENTLY FALLS BACK TO THE HARDCODED PENNY   *
      * DEFAULTS IN BATCH-RECONCILE. ONLY A GENERAL ROW (PROCESSOR    *
      * SPACES) COUNTS; A PROCESSOR'S OWN DFLT ROW COVERS THAT        *
      * PROCESSOR ALONE. FINDINGS ARE KEYED TYPE + PROCESSOR.         *
      *****************************************************************
       VALIDATE-TOLERANCES.
           MOVE 'N' TO WS-EOF

       CHECK-ONE-TOLERANCE-ROW.
           MOVE "TOLERANCE" TO WS-FL-FILE-ID
           MOVE SPACES TO WS-FL-KEY
           STRING TOL-TRANS-TYPE " " TOL-PROCESSOR-ID
               DELIMITED BY SIZE INTO WS-FL-KEY
           IF TOL-TRANS-TYPE = "DFLT" AND TOL-PROCESSOR-ID = SPACES
               MOVE 'Y' TO WS-DFLT-TOL-SEEN
           END-IF
           IF TOL-TRANS-TYPE = SPACES
