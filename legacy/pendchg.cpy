      ******************************************************************
      * PENDING MASTER CHANGE RECORD - PENDCHG.DAT (INDEXED, KEYED BY *
      * PC-KEY). DUAL CONTROL OVER THE MASTER-FILE MAINTENANCE        *
      * PROGRAMS (CUST-MAINT, MERCH-MAINT, CONTRACT-MAINT,            *
      * ITEM-MAINT, VENDOR-MAINT): AN EDITED CHANGE-FEED RECORD IS    *
      * NOT APPLIED BUT STAGED HERE, ONE ROW PER CHANGE, UNDER THE    *
      * MAKER'S OPERATOR ID. IT REACHES THE MASTER ONLY WHEN A        *
      * MAINTAPR.DAT APPROVAL FROM A DIFFERENT OPERATOR NAMES ITS     *
      * PC-CHANGE-ID.                                                 *
      * PC-CHANGE-DATA IS THE FEED RECORD AS RECEIVED, SO THE         *
      * APPROVED CHANGE IS POSTED BY THE PROGRAM'S OWN APPLY LOGIC.   *
      * PC-BEFORE-IMAGE IS THE MASTER ROW WHEN THE CHANGE WAS STAGED  *
      * (SPACES FOR AN ADD) AND PC-AFTER-IMAGE THE ROW THE CHANGE     *
      * WOULD PRODUCE - WHAT THE APPROVER SEES ON MAINT-PENDING'S     *
      * REPORT. IF THE MASTER ROW HAS MOVED ON BY THE TIME THE        *
      * APPROVAL ARRIVES THE CHANGE IS MARKED STALE RATHER THAN       *
      * POSTED OVER SOMEONE ELSE'S UPDATE. A CHANGE STILL PENDING     *
      * AFTER THE EXPIRY WINDOW (MAINT_EXPIRY_DAYS, DEFAULT 7         *
      * CALENDAR DAYS) IS EXPIRED AND MUST BE RESUBMITTED. DECIDED    *
      * ROWS STAY ON FILE WITH THEIR OUTCOME SO THE SAME APPROVAL     *
      * CANNOT POST A CHANGE TWICE.                                   *
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PC-KEY.
               10  PC-MASTER-ID        PIC X(8).
                   88  PC-CUSTOMER-MASTER  VALUE "CUSTMAST".
                   88  PC-MERCHANT-MASTER  VALUE "MERCMAST".
                   88  PC-CONTRACT-MASTER  VALUE "CONTRACT".
                   88  PC-ITEM-MASTER      VALUE "INVMAST".
                   88  PC-VENDOR-MASTER    VALUE "VENDMAST".
                   88  PC-SKU-VENDOR-MASTER VALUE "ITEMVEND".
               10  PC-CHANGE-ID.
                   15  PC-STAGED-DATE  PIC 9(8).
                   15  PC-STAGED-TIME  PIC 9(6).
                   15  PC-STAGED-SEQ   PIC 9(4).
           05  PC-MASTER-KEY           PIC X(20).
           05  PC-ACTION               PIC X(1).
           05  PC-MAKER-ID             PIC X(8).
           05  PC-STATUS               PIC X(1).
               88  PC-PENDING          VALUE 'P'.
               88  PC-APPLIED          VALUE 'A'.
               88  PC-DECLINED         VALUE 'R'.
               88  PC-STALE            VALUE 'S'.
               88  PC-EXPIRED          VALUE 'X'.
           05  PC-DECISION-DATE        PIC 9(8).
           05  PC-CHECKER-ID           PIC X(8).
           05  PC-CHANGE-DATA          PIC X(150).
           05  PC-BEFORE-IMAGE         PIC X(150).
           05  PC-AFTER-IMAGE          PIC X(150).
