      ******************************************************************
      * CHART OF ACCOUNTS - CHARTACC.DAT (INDEXED, KEYED BY GL        *
      * ACCOUNT NUMBER). OWNED BY THE GL TEAM AND MAINTAINED THROUGH  *
      * THEIR OWN CONTROLLED LOAD. GL-POST REFUSES ANY BATCH THAT     *
      * POSTS TO AN ACCOUNT NOT ON THIS FILE OR NO LONGER ACTIVE, AND *
      * TAKES THE TRIAL-BALANCE DESCRIPTIONS FROM IT.                 *
      ******************************************************************
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT          PIC X(8).
           05  CA-DESCRIPTION      PIC X(30).
           05  CA-ACCOUNT-TYPE     PIC X(1).
               88  CA-ASSET        VALUE 'A'.
               88  CA-LIABILITY    VALUE 'L'.
               88  CA-EQUITY       VALUE 'Q'.
               88  CA-REVENUE      VALUE 'R'.
               88  CA-EXPENSE      VALUE 'E'.
           05  CA-STATUS           PIC X(1).
               88  CA-ACTIVE       VALUE 'A'.
               88  CA-INACTIVE     VALUE 'I'.
