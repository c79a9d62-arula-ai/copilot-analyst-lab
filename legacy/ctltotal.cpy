      * BATCH PROGRAMS (FEES-CALC, CUSTOMER-RISK, BATCH-RECONCILE,    *
      * INVENTORY-UPDATE) APPENDS ONE OF THESE TO CTLTOTAL.DAT AT THE *
      * END OF ITS RUN SO CONTROL-TOTAL-RPT CAN COMPARE RECORD COUNTS *
      * ACROSS PROGRAMS FOR THE SAME BUSINESS DATE. CTL-CYCLE-SEQ IS  *
      * 00 FOR A ONCE-A-DAY PROGRAM; BATCH-RECONCILE WRITES ONE ROW   *
      * PER SETTLEMENT CYCLE (01, 02, ...) AND THE REPORT ADDS THEM   *
      * UP INTO THE DAY.                                              *
      *****************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CTL-PROGRAM-ID          PIC X(17).
           05  CTL-DOLLAR-TOTAL        PIC S9(13)V99 COMP-3.
           05  CTL-ERROR-COUNT         PIC 9(6).
           05  CTL-OPERATOR-ID         PIC X(8).
           05  CTL-CYCLE-SEQ           PIC 9(2).
      *****************************************************************
      * CTL-PROCESSOR-ID NAMES THE CARD PROCESSOR A ROW COVERS.       *
      * BATCH-RECONCILE WRITES ONE ROW PER PROCESSOR PER SETTLEMENT   *
      * CYCLE; EVERY OTHER PROGRAM LEAVES IT SPACES. SPACES ON A      *
      * BATCH-RECONCILE ROW IS THE PRIMARY (ORIGINAL) PROCESSOR. A    *
      * CTLTOTAL.DAT WRITTEN BEFORE THIS FIELD WAS ADDED NEEDS ITS    *
      * ONE-TIME RECORD-LENGTH CONVERSION FIRST (PROCESSOR SPACES).   *
      *****************************************************************
           05  CTL-PROCESSOR-ID        PIC X(4).
