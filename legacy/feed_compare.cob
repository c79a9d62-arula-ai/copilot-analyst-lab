           05  TOL-TRANS-TYPE      PIC X(4).
           05  TOL-AMOUNT          PIC S9(7)V99 COMP-3.
           05  TOL-PERCENT         PIC 9V9999.
           05  TOL-PROCESSOR-ID    PIC X(4).

       FD  COMPARE-REPORT.
       01  REPORT-LINE             PIC X(132).
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF TOL-TRANS-TYPE = "FEED" AND TOL-PROCESSOR-ID = SPACES
                   MOVE TOL-AMOUNT TO WS-FEED-TOL-AMT
                   MOVE TOL-PERCENT TO WS-FEED-TOL-PCT
               END-IF
