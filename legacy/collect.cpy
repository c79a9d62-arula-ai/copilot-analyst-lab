      ******************************************************************
      * COLLECTIONS RECORD - COLLECT.DAT (INDEXED, KEYED BY THE SAME  *
      * CUSTOMER + PERIOD + CURRENCY KEY AS FEEINV.DAT). ONE ROW PER  *
      * FEE INVOICE THAT HAS ENTERED DUNNING, MAINTAINED BY           *
      * FEE-COLLECTIONS. CO-DUN-STAGE IS THE HIGHEST LETTER ALREADY   *
      * SENT, SO A LETTER IS NEVER SENT TWICE; THE PER-STAGE DATES    *
      * ARE THE AUDIT TRAIL OF WHEN EACH WENT OUT. A WRITE-OFF IS     *
      * PROPOSED ONLY AFTER THE FINAL DEMAND, AND APPLIED ONLY WHEN   *
      * AN APPROVER CONFIRMS IT ON THE WOAPPR.DAT FEED. WRITTEN-OFF   *
      * ROWS STAY ON FILE AS THE RECORD OF WHO APPROVED WHAT.         *
      ******************************************************************
       01  COLLECTION-RECORD.
           05  CO-KEY.
               10  CO-CUST-ID      PIC X(10).
               10  CO-PERIOD       PIC 9(6).
               10  CO-CURRENCY     PIC X(3).
           05  CO-DUN-STAGE        PIC 9(1).
               88  CO-NOT-DUNNED     VALUE 0.
               88  CO-REMINDER-SENT  VALUE 1.
               88  CO-SECOND-SENT    VALUE 2.
               88  CO-FINAL-SENT     VALUE 3.
               88  CO-WO-PROPOSED    VALUE 4.
               88  CO-WRITTEN-OFF    VALUE 5.
           05  CO-STAGE-DATE       PIC 9(8).
           05  CO-REMINDER-DATE    PIC 9(8).
           05  CO-SECOND-DATE      PIC 9(8).
           05  CO-FINAL-DATE       PIC 9(8).
           05  CO-WO-PROPOSED-DATE PIC 9(8).
           05  CO-WO-PROPOSED-AMT  PIC S9(7)V99 COMP-3.
           05  CO-WO-DECISION      PIC X(1).
               88  CO-WO-PENDING     VALUE SPACE.
               88  CO-WO-APPROVED    VALUE 'A'.
               88  CO-WO-DECLINED    VALUE 'R'.
           05  CO-WO-DECISION-DATE PIC 9(8).
           05  CO-WO-APPROVER-ID   PIC X(8).
           05  CO-WO-AMOUNT        PIC S9(7)V99 COMP-3.
