      * FOR THE BUSINESS DATE, IS NOT EMPTY, AND IS NOT IDENTICAL     *
      * (SAME COUNT AND FINGERPRINT) TO THE MOST RECENT PRIOR DAY'S   *
      * REGISTRATION - THE SIGNATURE OF A FILE THAT NEVER LANDED AND  *
      * A STALE COPY BEING REPROCESSED. THE FEEDS DATA-QUALITY EDITS  *
      * MUST ALSO HAVE BEEN EDITED AND FOUND FIT (FG-QUALITY-STATUS   *
      * ON THE REGISTER ROW). EVERY FINDING IS LISTED ON              *
      * FEEDGATE.RPT; ANY FINDING ENDS THE RUN WITH RETURN CODE 8 SO  *
      * THE SCHEDULER HOLDS THE CYCLE (SAME POSTURE AS               *
      * PARAM-VALIDATE).                                              *

      *****************************************************************
      * THE REQUIRED FEED LIST. ADD A ROW HERE WHEN A NEW FEED JOINS  *
      * THE NIGHTLY CYCLE. THE SECOND COLUMN IS 'Y' FOR A FEED        *
      * DATA-QUALITY EDITS, WHOSE REGISTER ROW MUST CARRY A FIT       *
      * VERDICT BEFORE THE CYCLE IS RELEASED.                         *
      *****************************************************************
       01  WS-REQUIRED-FEEDS.
           05  FILLER              PIC X(12) VALUE "TRANS".
           05  FILLER              PIC X(1)  VALUE "Y".
           05  FILLER              PIC X(12) VALUE "EXTTRAN".
           05  FILLER              PIC X(1)  VALUE "Y".
           05  FILLER              PIC X(12) VALUE "CUSTTRAN".
           05  FILLER              PIC X(1)  VALUE "Y".
           05  FILLER              PIC X(12) VALUE "SALESTRAN".
           05  FILLER              PIC X(1)  VALUE "Y".
           05  FILLER              PIC X(12) VALUE "RETTRAN".
           05  FILLER              PIC X(1)  VALUE "N".
           05  FILLER              PIC X(12) VALUE "ADJTRAN".
           05  FILLER              PIC X(1)  VALUE "N".
       01  WS-REQUIRED-FEED-TABLE REDEFINES WS-REQUIRED-FEEDS.
           05  WS-RF-ENTRY OCCURS 6 TIMES
               INDEXED BY WS-RF-IDX.
               10  WS-RF-FILE-ID   PIC X(12).
               10  WS-RF-DQ-EDITED PIC X(1).

      *****************************************************************
      * TODAY'S ROW AND THE MOST RECENT PRIOR ROW FOR THE FEED UNDER  *
           05  WS-TODAY-COUNT      PIC 9(8).
           05  WS-TODAY-CHECKSUM   PIC 9(12).
           05  WS-TODAY-FOUND      PIC X.
           05  WS-TODAY-QUALITY    PIC X.
           05  WS-TODAY-ERROR-RATE PIC 9(3)V99.
           05  WS-PRIOR-DATE       PIC 9(8).
           05  WS-PRIOR-COUNT      PIC 9(8).
           05  WS-PRIOR-CHECKSUM   PIC 9(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FL-MESSAGE       PIC X(60).
           05  FILLER              PIC X(48) VALUE SPACES.
       01  WS-FL-RATE              PIC ZZ9.99.

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           OPEN OUTPUT GATE-REPORT
           OPEN INPUT FEED-REGISTER-FILE
                   MOVE "FEED IDENTICAL TO PRIOR DAY - STALE FILE"
                       TO WS-FL-MESSAGE
                   PERFORM REPORT-ERROR
               WHEN WS-TODAY-QUALITY = "U"
                   MOVE WS-TODAY-ERROR-RATE TO WS-FL-RATE
                   MOVE SPACES TO WS-FL-MESSAGE
                   STRING "FEED UNFIT - DATA QUALITY ERROR RATE "
                       WS-FL-RATE "% (SEE DQSCORE.RPT)"
                       DELIMITED BY SIZE INTO WS-FL-MESSAGE
                   PERFORM REPORT-ERROR
               WHEN WS-RF-DQ-EDITED(WS-RF-IDX) = "Y"
                       AND WS-TODAY-QUALITY NOT = "F"
                   MOVE "FEED NOT QUALITY-EDITED - RUN DATA-QUALITY"
                       TO WS-FL-MESSAGE
                   PERFORM REPORT-ERROR
           END-EVALUATE.

       READ-TODAYS-ROW.
           MOVE 'N' TO WS-TODAY-FOUND
           MOVE ZERO TO WS-TODAY-COUNT
           MOVE ZERO TO WS-TODAY-CHECKSUM
           MOVE SPACE TO WS-TODAY-QUALITY
           MOVE ZERO TO WS-TODAY-ERROR-RATE
           MOVE WS-RUN-DATE TO FG-BUSINESS-DATE
           MOVE WS-CHECK-FILE-ID TO FG-FILE-ID
           READ FEED-REGISTER-FILE
               MOVE 'Y' TO WS-TODAY-FOUND
               MOVE FG-RECORD-COUNT TO WS-TODAY-COUNT
               MOVE FG-CHECKSUM TO WS-TODAY-CHECKSUM
               MOVE FG-QUALITY-STATUS TO WS-TODAY-QUALITY
               MOVE FG-ERROR-RATE TO WS-TODAY-ERROR-RATE
           END-IF.

      *****************************************************************
