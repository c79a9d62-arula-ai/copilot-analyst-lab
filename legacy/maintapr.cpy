      ******************************************************************
      * MASTER CHANGE APPROVAL RECORD - MAINTAPR.DAT (SEQUENTIAL).    *
      * ONE ROW PER DECISION ON A PENDCHG.DAT CHANGE: THE MASTER AND  *
      * CHANGE ID AS PRINTED ON MAINT-PENDING'S REPORT, 'A' TO        *
      * APPROVE OR 'R' TO DECLINE, AND THE APPROVER'S OPERATOR ID,    *
      * WHICH MUST NOT BE THE MAKER'S. EACH MAINTENANCE PROGRAM WORKS *
      * THE ROWS FOR ITS OWN MASTER(S) AND PASSES OVER THE REST, SO   *
      * ONE FILE CAN CARRY THE DAY'S DECISIONS FOR ALL FIVE MASTERS.  *
      ******************************************************************
       01  MAINT-APPROVAL-RECORD.
           05  MA-MASTER-ID            PIC X(8).
           05  MA-CHANGE-ID            PIC X(18).
           05  MA-DECISION             PIC X(1).
               88  MA-APPROVE          VALUE 'A'.
               88  MA-DECLINE          VALUE 'R'.
           05  MA-APPROVER-ID          PIC X(8).
