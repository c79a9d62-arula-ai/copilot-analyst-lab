      *****************************************************************
           05  CL-CURRENCY         PIC X(3).
           05  CL-PENDING-AMOUNT   PIC S9(9)V99 COMP-3.
           05  CL-REFUND-FEE       PIC S9(7)V99 COMP-3.
           05  CL-CHGBK-FEE        PIC S9(7)V99 COMP-3.

      *****************************************************************
      * ACCOUNT-MAPPING TABLE. ONE ROW PER ENTRY TYPE:                *
      *   "PENDACR" - PENDING ACCRUAL   (AMOUNT = CL-PENDING-COUNT    *
      *                                  * GM-STD-AMOUNT)             *
      * GM-STD-AMOUNT IS ONLY MEANINGFUL ON THE PENDACR ROW.          *
      * A "BADDEBT" ROW BELONGS TO FEE-COLLECTIONS AND THE "FXRVFEE", *
      * "FXRVVAR" AND "FXRVPND" ROWS TO FX-REVAL; THEY ARE SKIPPED.    *
      *****************************************************************
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
                   MOVE GM-CREDIT-ACCT TO WS-PA-CREDIT-ACCT
                   MOVE GM-STD-AMOUNT TO WS-PA-STD-AMOUNT
                   ADD 1 TO WS-MAP-ROW-COUNT
               WHEN "BADDEBT"
                   CONTINUE
               WHEN "FXRVFEE"
                   CONTINUE
               WHEN "FXRVVAR"
                   CONTINUE
               WHEN "FXRVPND"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: UNKNOWN GLMAP ENTRY TYPE "
                       GM-ENTRY-TYPE " IGNORED"
