           COPY "ctltotal.cpy".

       FD  CONTROL-TOTAL-ARCHIVE.
       01  CONTROL-TOTAL-ARC-REC   PIC X(87).

       FD  CONTROL-TOTAL-WORK.
       01  CONTROL-TOTAL-WORK-REC  PIC X(87).

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
