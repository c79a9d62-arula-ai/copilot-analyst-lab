      ******************************************************************
      * TRANSACTION ALERT RULE - ALRTRULE.DAT (INDEXED, KEYED BY THE  *
      * RULE ID). MAINTAINED BY THE FRAUD TEAM THROUGH                *
      * ALERT-RULE-MAINT AND READ BY TRANS-ALERT, WHICH TESTS EVERY   *
      * CUSTTRAN.DAT ROW AGAINST EVERY ACTIVE RULE. A RULE HITS WHEN  *
      * ALL OF ITS CONDITIONS HOLD; A ZERO OR BLANK CONDITION IS NOT  *
      * TESTED:                                                       *
      *   AR-MIN/MAX-AMOUNT  - SIZE OF CT-AMOUNT, EITHER SIGN         *
      *   AR-CHANNEL         - CT-CHANNEL EQUALS                      *
      *   AR-GEO-MATCH       - CT-GEO-MATCH EQUALS (Y OR N)           *
      *   AR-TIME-FROM/TO    - CT-TRANS-TIME (HHMMSS) IN THE WINDOW;  *
      *                        FROM AFTER TO WRAPS PAST MIDNIGHT      *
      *   AR-TRANS-STATUS    - CT-STATUS EQUALS                       *
      *   AR-MIN-PRIOR-DECL  - CT-PRIOR-DECLINES AT LEAST             *
      * A RETIRED RULE IS KEPT ON FILE FOR THE RECORD BUT NOT TESTED. *
      ******************************************************************
       01  ALERT-RULE-RECORD.
           05  AR-RULE-ID          PIC X(8).
           05  AR-DESCRIPTION      PIC X(40).
           05  AR-SEVERITY         PIC X(1).
               88  AR-SEV-HIGH     VALUE 'H'.
               88  AR-SEV-MEDIUM   VALUE 'M'.
               88  AR-SEV-LOW      VALUE 'L'.
           05  AR-RULE-STATUS      PIC X(1).
               88  AR-ACTIVE       VALUE 'A'.
               88  AR-RETIRED      VALUE 'R'.
           05  AR-MIN-AMOUNT       PIC S9(9)V99 COMP-3.
           05  AR-MAX-AMOUNT       PIC S9(9)V99 COMP-3.
           05  AR-CHANNEL          PIC X(3).
           05  AR-GEO-MATCH        PIC X(1).
           05  AR-TIME-FROM        PIC 9(6).
           05  AR-TIME-TO          PIC 9(6).
           05  AR-TRANS-STATUS     PIC X(2).
           05  AR-MIN-PRIOR-DECL   PIC 9(3).
           05  AR-ADDED-DATE       PIC 9(8).
           05  AR-RETIRED-DATE     PIC 9(8).
           05  AR-LAST-MAINT-DATE  PIC 9(8).
           05  AR-LAST-MAINT-OPER  PIC X(8).
