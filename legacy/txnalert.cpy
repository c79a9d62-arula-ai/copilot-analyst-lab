      ******************************************************************
      * TRANSACTION ALERT - TXNALERT.DAT, WRITTEN BY TRANS-ALERT. ONE *
      * ROW PER RULE HIT: THE RULE (SEE ALRTRULE.CPY) AND ITS         *
      * SEVERITY, THE CUSTTRAN.DAT KEY (TA-CUST-ID + TA-TRANS-SEQ) OF *
      * THE TRANSACTION THAT SET IT OFF, AND ENOUGH OF THE            *
      * TRANSACTION FOR THE FRAUD DESK TO TRIAGE WITHOUT LOOKING IT   *
      * UP. A TRANSACTION HITTING SEVERAL RULES HAS ONE ROW PER RULE. *
      ******************************************************************
       01  TRANS-ALERT-RECORD.
           05  TA-RULE-ID          PIC X(8).
           05  TA-SEVERITY         PIC X(1).
           05  TA-CUST-ID          PIC X(10).
           05  TA-TRANS-SEQ        PIC 9(8).
           05  TA-TRANS-DATE       PIC 9(8).
           05  TA-TRANS-TIME       PIC 9(6).
           05  TA-AMOUNT           PIC S9(9)V99 COMP-3.
           05  TA-CHANNEL          PIC X(3).
           05  TA-STATUS           PIC X(2).
           05  TA-GEO-MATCH        PIC X(1).
           05  TA-PRIOR-DECLINES   PIC 9(3).
           05  TA-BUSINESS-DATE    PIC 9(8).
