      * REPORTS EVERY ITEM STILL OPEN, WITH ITS AGE IN DAYS, IN       *
      * 1-7 / 8-30 / OVER-30-DAY BUCKETS SUMMARIZED BY VAR-TYPE.      *
      * THIS IS THE LIST THE AUDITORS ASK FOR AT EVERY REVIEW.        *
      * AGE IS COUNTED IN CALENDAR OR BUSINESS DAYS AS SET FOR KEY    *
      * VAR_AGING ON DAYBASIS.DAT (SEE THE BUSDAY ROUTINE).           *
      * COMMAND-LINE PARAMETER: AS-OF DATE (YYYYMMDD); DEFAULTS TO    *
      * THE SYSTEM DATE.                                              *
      ******************************************************************
           SELECT OPEN-VARIANCE-FILE ASSIGN TO "OPENVAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OV-STATUS.
           SELECT AGING-REPORT ASSIGN TO "VARAGING.DAT"
               ORGANIZATION IS SEQUENTIAL.
       01  WS-AS-OF-DATE           PIC 9(8).

       01  WS-AGE-CALC.
           05  WS-AGE-BASIS        PIC X(1).
           05  WS-AGE-DAYS         PIC S9(5).
           05  WS-BUCKET-NO        PIC 9(1).


       01  WS-ABS-DIFF             PIC S9(9)V99 COMP-3.

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
               10  FILLER          PIC X(17) VALUE "TRANS ID".
               10  FILLER          PIC X(17) VALUE "TYPE".
               10  FILLER          PIC X(11) VALUE " OPEN DATE".
               10  FILLER          PIC X(8)  VALUE "    AGE".
               10  FILLER          PIC X(9)  VALUE " BUCKET".
               10  FILLER          PIC X(10) VALUE " PROCESSOR".
               10  FILLER          PIC X(44) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRANS-ID      PIC X(16).
           05  WS-DL-AGE           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-BUCKET        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DL-PROCESSOR     PIC X(4).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-TYPE          PIC X(15).
           END-IF
           OPEN OUTPUT AGING-REPORT
           PERFORM INIT-AGING-TABLE
           MOVE "VAR_AGING" TO BD-BASIS-KEY
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
           PERFORM READ-OPEN-ITEM.

      *****************************************************************
      * AGE IS WHOLE DAYS FROM OV-OPEN-DATE TO THE AS-OF DATE ON THE  *
      * CONFIGURED BASIS. AN ITEM RAISED TODAY IS AGE 0 AND REPORTS   *
      * IN THE 1-7 BUCKET, AS DOES ONE WITH AN UNREADABLE OPEN DATE.  *
      *****************************************************************
       AGE-AND-REPORT-ITEM.
           MOVE WS-AGE-BASIS TO BD-BASIS
           MOVE OV-OPEN-DATE TO BD-FROM-DATE
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
           MOVE OV-VAR-TYPE TO WS-DL-TYPE
           MOVE OV-DIFFERENCE TO WS-DL-DIFF
           MOVE OV-OPEN-DATE TO WS-DL-OPEN-DATE
           MOVE OV-PROCESSOR-ID TO WS-DL-PROCESSOR
           MOVE WS-AGE-DAYS TO WS-DL-AGE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
