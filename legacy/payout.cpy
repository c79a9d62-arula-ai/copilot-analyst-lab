      ******************************************************************
      * MERCHANT PAYOUT INSTRUCTION RECORD - PAYOUT.DAT (SEQUENTIAL,  *
      * RECREATED BY EACH MERCH-PAYOUT RUN AND TRANSMITTED TO THE     *
      * BANK). HD/DT/TR SHARE ONE PHYSICAL LAYOUT, THE SAME ENVELOPE  *
      * THE PROCESSOR USES ON INTTRAN.DAT/EXTTRAN.DAT: ONE HEADER,    *
      * ONE DT ROW PER MERCHANT TO BE PAID, AND A TRAILER CARRYING    *
      * THE BATCH'S DECLARED RECORD COUNT AND HASH TOTAL (SUM OF      *
      * PY-AMOUNT) SO THE BANK CAN PROVE IT RECEIVED THE WHOLE FILE.  *
      * PY-BATCH-NUM IS THE BUSINESS DATE, SO A RERUN FOR THE SAME    *
      * DATE REPLACES THE FILE WITH THE SAME BATCH NUMBER AND THE     *
      * BANK'S DUPLICATE-BATCH CHECK CATCHES A DOUBLE TRANSMISSION.   *
      ******************************************************************
       01  PAYOUT-RECORD.
           05  PY-RECORD-TYPE      PIC X(2).
               88  PY-HEADER       VALUE "HD".
               88  PY-DETAIL       VALUE "DT".
               88  PY-TRAILER      VALUE "TR".
           05  PY-BATCH-NUM        PIC X(8).
           05  PY-MERCHANT-ID      PIC X(15).
           05  PY-MERCHANT-NAME    PIC X(30).
           05  PY-VALUE-DATE       PIC 9(8).
           05  PY-AMOUNT           PIC S9(11)V99 COMP-3.
           05  PY-CURRENCY         PIC X(3).
           05  FILLER              PIC X(20).
       01  PAYOUT-TRAILER-RECORD REDEFINES PAYOUT-RECORD.
           05  FILLER              PIC X(10).
           05  PY-TRL-COUNT        PIC 9(8).
           05  PY-TRL-HASH         PIC S9(13)V99 COMP-3.
           05  FILLER              PIC X(67).
