      ******************************************************************
      * MASTER CHANGE AUDIT RECORD - MAINTAUD.DAT (SEQUENTIAL, OPENED *
      * EXTEND SO IT ACCUMULATES ACROSS RUNS). ONE ROW PER EVENT IN   *
      * THE LIFE OF A PENDCHG.DAT CHANGE, FOR ALL FIVE DUAL-CONTROL   *
      * MASTERS:                                                      *
      *   S  STAGED   - BEFORE/AFTER AS PROPOSED BY THE MAKER         *
      *   A  APPLIED  - BEFORE/AFTER AS WRITTEN TO THE MASTER         *
      *   R  DECLINED - BY THE CHECKER                                *
      *   F  STALE    - APPROVED BUT NOT POSTED: THE MASTER ROW       *
      *                 CHANGED SINCE STAGING, OR THE APPLY FAILED    *
      *   X  EXPIRED  - LEFT UNAPPROVED PAST THE EXPIRY WINDOW        *
      * THE IMAGES ARE THE MASTER RECORD LAYOUT OF MU-MASTER-ID.      *
      ******************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MU-TIMESTAMP            PIC X(26).
           05  MU-MASTER-ID            PIC X(8).
           05  MU-CHANGE-ID            PIC X(18).
           05  MU-EVENT                PIC X(1).
               88  MU-STAGED           VALUE 'S'.
               88  MU-APPLIED          VALUE 'A'.
               88  MU-DECLINED         VALUE 'R'.
               88  MU-STALE            VALUE 'F'.
               88  MU-EXPIRED          VALUE 'X'.
           05  MU-ACTION               PIC X(1).
           05  MU-MASTER-KEY           PIC X(20).
           05  MU-MAKER-ID             PIC X(8).
           05  MU-CHECKER-ID           PIC X(8).
           05  MU-REASON               PIC X(60).
           05  MU-BEFORE-IMAGE         PIC X(150).
           05  MU-AFTER-IMAGE          PIC X(150).
