      ******************************************************************
      * CLOSED FEE REVENUE BY REGION AND METHOD - FEEREVRM.DAT        *
      * (INDEXED, SAME KEY AS FEEBUDG.DAT: PERIOD YYYYMM +            *
      * CUST-REGION + PAYMENT-METHOD). WRITTEN BY MONTHEND WHEN IT    *
      * FIRST CLOSES A PERIOD: ONE ROW PER REGION/METHOD PAIR TRADED, *
      * CARRYING ITS TRANS-FEE TOTAL IN HOME CURRENCY: A FOREIGN FEE  *
      * IS CONVERTED AT THE EXCHRATE.DAT RATE ON OR BEFORE ITS        *
      * TRANS-DATE, AND ONE WITH NO RATE IS LEFT OUT. (THE CLOSING    *
      * RECORDS KEEP EACH CURRENCY'S FEES APART, UNCONVERTED.) THE    *
      * CODES ARE STORED AS THEY ARRIVED ON MONTHTRN.DAT.             *
      * FEE-BUDGET-RPT TAKES THE CLOSED MONTHS OF ITS YEAR-TO-DATE    *
      * FROM HERE.                                                    *
      ******************************************************************
       01  FEE-REVENUE-RECORD.
           05  FR-KEY.
               10  FR-PERIOD       PIC 9(6).
               10  FR-REGION       PIC X(2).
               10  FR-PAY-METHOD   PIC X(2).
           05  FR-TRANS-COUNT      PIC 9(8).
           05  FR-TOTAL-FEE        PIC S9(9)V99 COMP-3.
           05  FR-CLOSE-DATE       PIC 9(8).
           05  FR-CLOSE-TIMESTAMP  PIC X(26).
