      ******************************************************************
      * OPEN-VARIANCE ITEM LAYOUT - OPENVAR.DAT (INDEXED, KEYED BY    *
      * OV-KEY: PROCESSOR + TRANS ID, SO TWO PROCESSORS SENDING THE   *
      * SAME TRANS ID KEEP SEPARATE ITEMS). THE PERSISTENT OPEN-ITEMS *
      * LIST THE RECON TEAM WORKS: BATCH-RECONCILE ADDS AN ITEM FOR   *
      * EACH VARIANCE IT RAISES, AUTO-CLOSES AN ITEM WHEN A LATER RUN *
      * MATCHES THE SAME TRANSACTION CLEANLY, AND APPLIES MANUAL      *
      * CLOSES FROM THE VARRESOL.DAT RESOLUTION FEED. VAR-AGING       *
      * REPORTS THE OPEN ITEMS IN AGE BUCKETS. CLOSED ITEMS STAY ON   *
      * FILE AS THE AUDIT TRAIL OF HOW EACH VARIANCE WAS RESOLVED.    *
      ******************************************************************
       01  OPEN-VARIANCE-RECORD.
      *****************************************************************
      * OV-PROCESSOR-ID IS THE CARD PROCESSOR THE ITEM IS DISPUTED    *
      * WITH - THE EXTERNAL GROUP'S PROCESSOR, OR FOR A MISSING-      *
      * EXTERN VARIANCE THE PROCESSOR THE INTERNAL ITEM WAS ROUTED    *
      * TO. DEPOSIT-RECONCILE SETS IT ON ITS FUNDING ITEMS. SPACES IS *
      * THE PRIMARY (ORIGINAL) PROCESSOR. AN OPENVAR.DAT WRITTEN      *
      * BEFORE THIS FIELD WAS ADDED NEEDS ITS ONE-TIME CONVERSION     *
      * FIRST (PROCESSOR SPACES AHEAD OF EACH TRANS ID).              *
      *****************************************************************
           05  OV-KEY.
               10  OV-PROCESSOR-ID PIC X(4).
               10  OV-TRANS-ID     PIC X(16).
           05  OV-VAR-TYPE         PIC X(15).
           05  OV-INT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  OV-EXT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  OV-RESOLVE-DATE     PIC 9(8).
           05  OV-RESOLVE-CODE     PIC X(4).
           05  OV-RESOLVE-OPER     PIC X(8).
      *****************************************************************
      * OV-CURRENCY IS THE CURRENCY THE AMOUNTS ARE STATED IN - THE   *
      * INTERNAL ITEM'S CURRENCY, OR THE EXTERNAL ITEM'S FOR A        *
      * MISSING-INTRNL VARIANCE. SPACES IS THE HOME CURRENCY. FX-     *
      * REVAL RESTATES OPEN FOREIGN-CURRENCY ITEMS AT MONTH END. AN   *
      * OPENVAR.DAT WRITTEN BEFORE THIS FIELD WAS ADDED NEEDS ITS     *
      * ONE-TIME RECORD-LENGTH CONVERSION FIRST (CURRENCY SPACES).    *
      *****************************************************************
           05  OV-CURRENCY         PIC X(3).
