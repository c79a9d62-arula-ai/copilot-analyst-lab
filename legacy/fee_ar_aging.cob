      * DAY BUCKETS - THE SAME BUCKET STYLE VAR-AGING USES FOR        *
      * OPENVAR.DAT. THIS REPLACES THE FINANCE SPREADSHEET THAT       *
      * DISAGREED WITH THE STATEMENTS EVERY MONTH.                    *
      * AGE IS COUNTED IN CALENDAR OR BUSINESS DAYS AS SET FOR KEY    *
      * FEE_AR_AGING ON DAYBASIS.DAT (SEE THE BUSDAY ROUTINE).        *
      * COMMAND-LINE PARAMETER: AS-OF DATE (YYYYMMDD); DEFAULTS TO    *
      * THE SYSTEM DATE.                                              *
      ******************************************************************
       01  WS-AS-OF-DATE           PIC 9(8).

       01  WS-AGE-CALC.
           05  WS-AGE-BASIS        PIC X(1).
           05  WS-AGE-DAYS         PIC S9(5).
           05  WS-BUCKET-NO        PIC 9(1).
           05  WS-BALANCE-DUE      PIC S9(7)V99 COMP-3.
               10  WS-AB-COUNT     PIC 9(6).
               10  WS-AB-AMOUNT    PIC S9(11)V99 COMP-3.

           COPY "busdlink.cpy".

       01  WS-REPORT-HEADERS.
           05  WS-HEADER-1.
               10  FILLER          PIC X(48) VALUE SPACES.
           05  WS-HEADER-2.
               10  FILLER          PIC X(12) VALUE "AS OF DATE: ".
               10  WS-RPT-DATE     PIC 9(8).
               10  FILLER          PIC X(13) VALUE "  AGE BASIS: ".
               10  WS-RPT-BASIS    PIC X(13).
               10  FILLER          PIC X(86) VALUE SPACES.
           05  WS-COLUMN-HDR.
               10  FILLER          PIC X(12) VALUE "CUSTOMER".
               10  FILLER          PIC X(8)  VALUE "PERIOD".
               MOVE ZERO TO WS-AB-COUNT(WS-AB-IDX)
               MOVE ZERO TO WS-AB-AMOUNT(WS-AB-IDX)
           END-PERFORM
           MOVE "FEE_AR_AGING" TO BD-BASIS-KEY
           SET BD-GET-BASIS TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           MOVE BD-BASIS TO WS-AGE-BASIS
           IF BD-BUSINESS-BASIS
               MOVE "BUSINESS DAYS" TO WS-RPT-BASIS
           ELSE
               MOVE "CALENDAR DAYS" TO WS-RPT-BASIS
           END-IF
           MOVE WS-AS-OF-DATE TO WS-RPT-DATE
           WRITE REPORT-LINE FROM WS-HEADER-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADER-2 AFTER ADVANCING 1 LINE
           PERFORM READ-INVOICE.

      *****************************************************************
      * AGE IS WHOLE DAYS FROM THE INVOICE DATE TO THE AS-OF DATE ON  *
      * THE CONFIGURED BASIS. AN INVOICE RAISED TODAY IS AGE 0 AND    *
      * REPORTS IN 1-30, AS DOES ONE WITH AN UNREADABLE INVOICE DATE. *
      *****************************************************************
       AGE-AND-REPORT-INVOICE.
           MOVE WS-AGE-BASIS TO BD-BASIS
           MOVE FI-INVOICE-DATE TO BD-FROM-DATE
           MOVE WS-AS-OF-DATE TO BD-TO-DATE
           SET BD-DAYS-BETWEEN TO TRUE
           CALL "BUSDAY" USING BUSDAY-PARMS
           IF BD-OK
               MOVE BD-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
