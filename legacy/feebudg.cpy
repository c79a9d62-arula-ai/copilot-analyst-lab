      ******************************************************************
      * FEE REVENUE BUDGET RECORD - FEEBUDG.DAT (INDEXED, KEYED BY    *
      * PERIOD YYYYMM + CUST-REGION + PAYMENT-METHOD). ONE ROW PER    *
      * MONTH AND REGION/METHOD PAIR HOLDING FINANCE'S FEE REVENUE    *
      * BUDGET FOR THE WHOLE MONTH, IN HOME CURRENCY. MAINTAINED BY   *
      * FEE-BUDGET-MAINT AND READ BY FEE-BUDGET-RPT. A PAIR WITH NO   *
      * ROW FOR A MONTH HAS A ZERO BUDGET.                            *
      ******************************************************************
       01  FEE-BUDGET-RECORD.
           05  FB-KEY.
               10  FB-PERIOD       PIC 9(6).
               10  FB-REGION       PIC X(2).
               10  FB-PAY-METHOD   PIC X(2).
           05  FB-BUDGET-FEE       PIC S9(9)V99 COMP-3.
           05  FB-LAST-MAINT-DATE  PIC 9(8).
           05  FB-LAST-MAINT-OPER  PIC X(8).
