      ******************************************************************
      * STANDARD GL INTERFACE RECORD - GLIFACE.DAT (SEQUENTIAL,       *
      * RECREATED BY EACH GL-POST RUN AND LOADED BY THE GL). EVERY    *
      * SUBSYSTEM JOURNAL GL-POST ACCEPTS IS RESTATED IN THIS ONE     *
      * LAYOUT AS ITS OWN BATCH: A HD HEADER, ONE DT ROW PER JOURNAL  *
      * LINE, AND A TR TRAILER CARRYING THE BATCH'S RECORD COUNT AND  *
      * DEBIT AND CREDIT TOTALS SO THE LOAD CAN PROVE IT RECEIVED THE *
      * WHOLE BATCH. GI-BATCH-ID IS THE SOURCE CODE PLUS THE RUN      *
      * DATE, SO A RERUN FOR THE SAME DATE REPEATS THE SAME BATCH IDS *
      * AND THE GL'S DUPLICATE-BATCH CHECK CATCHES A DOUBLE LOAD.     *
      * GI-REFERENCE CARRIES THE SOURCE'S OWN KEY: CUSTOMER ID        *
      * (GLJRNL/BDJRNL), LOCATION + SKU (INVGLJ), LOCATION +          *
      * JURISDICTION (TAXGLJ), CURRENCY REVALUED (FXREVJ).            *
      * GI-GL-PERIOD IS THE RUN'S PERIOD EXCEPT ON FXREVJ LINES,      *
      * WHICH CARRY THEIR OWN (A REVERSAL FALLS IN THE NEXT PERIOD).  *
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           05  GI-RECORD-TYPE      PIC X(2).
               88  GI-HEADER       VALUE "HD".
               88  GI-DETAIL       VALUE "DT".
               88  GI-TRAILER      VALUE "TR".
           05  GI-BATCH-ID.
               10  GI-BATCH-SOURCE PIC X(8).
               10  GI-BATCH-DATE   PIC 9(8).
           05  GI-GL-PERIOD        PIC 9(6).
           05  GI-SEQUENCE         PIC 9(6).
           05  GI-ACCOUNT          PIC X(8).
           05  GI-DR-CR            PIC X(1).
               88  GI-DEBIT        VALUE 'D'.
               88  GI-CREDIT       VALUE 'C'.
           05  GI-AMOUNT           PIC S9(11)V99 COMP-3.
           05  GI-CURRENCY         PIC X(3).
           05  GI-ENTRY-TYPE       PIC X(10).
           05  GI-REFERENCE        PIC X(20).
           05  GI-ENTRY-DATE       PIC 9(8).
           05  FILLER              PIC X(18).
       01  GL-INTERFACE-HEADER REDEFINES GL-INTERFACE-RECORD.
           05  FILLER              PIC X(24).
           05  GI-HDR-CREATED      PIC X(26).
           05  FILLER              PIC X(55).
       01  GL-INTERFACE-TRAILER REDEFINES GL-INTERFACE-RECORD.
           05  FILLER              PIC X(24).
           05  GI-TRL-COUNT        PIC 9(8).
           05  GI-TRL-DEBITS       PIC S9(13)V99 COMP-3.
           05  GI-TRL-CREDITS      PIC S9(13)V99 COMP-3.
           05  FILLER              PIC X(57).
