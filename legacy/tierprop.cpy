      ******************************************************************
      * TIER RE-QUALIFICATION PROPOSAL RECORD - TIERPROP.DAT          *
      * (SEQUENTIAL). TIER-REQUAL WRITES ONE ROW PER PROPOSED TIER    *
      * MOVE WHEN IT RUNS FOR A QUARTER, REPLACING THE PREVIOUS SET.  *
      * THE APPLY RUN MATCHES THE TIERAPPR.DAT DECISIONS TO THE       *
      * PENDING ROWS, WRITES THE APPROVED MOVES TO CUSTCHG.DAT FOR    *
      * CUST-MAINT, AND REWRITES EACH DECIDED ROW WITH ITS OUTCOME SO *
      * A SECOND APPLY RUN CANNOT SEND THE SAME MOVE TWICE.           *
      * TP-WINDOW-FEE IS THE FEE CHARGED OVER THE QUALIFYING WINDOW   *
      * (CL-TOTAL-FEE); TP-ANNUAL-IMPACT IS THE ESTIMATED CHANGE IN A *
      * YEAR'S FEES AT THE NEW TIER'S DISCOUNT - NEGATIVE FOR AN      *
      * UPGRADE (FEES GIVEN AWAY), POSITIVE FOR A DOWNGRADE.          *
      ******************************************************************
       01  TIER-PROPOSAL-RECORD.
           05  TP-CUST-ID          PIC X(10).
           05  TP-REGION           PIC X(2).
           05  TP-CURRENT-TIER     PIC X(1).
           05  TP-PROPOSED-TIER    PIC X(1).
           05  TP-MOVE             PIC X(1).
               88  TP-UPGRADE      VALUE 'U'.
               88  TP-DOWNGRADE    VALUE 'D'.
           05  TP-FIRST-PERIOD     PIC 9(6).
           05  TP-LAST-PERIOD      PIC 9(6).
           05  TP-AVG-VOLUME       PIC S9(11)V99 COMP-3.
           05  TP-AVG-COUNT        PIC 9(7).
           05  TP-WINDOW-FEE       PIC S9(9)V99 COMP-3.
           05  TP-ANNUAL-IMPACT    PIC S9(9)V99 COMP-3.
           05  TP-PROPOSAL-DATE    PIC 9(8).
           05  TP-STATUS           PIC X(1).
               88  TP-PENDING      VALUE 'P'.
               88  TP-APPLIED      VALUE 'A'.
               88  TP-DECLINED     VALUE 'R'.
               88  TP-STALE        VALUE 'S'.
           05  TP-DECISION-DATE    PIC 9(8).
           05  TP-APPROVER-ID      PIC X(8).
