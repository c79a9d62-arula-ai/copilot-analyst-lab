           05  VAR-DIFFERENCE      PIC S9(9)V99 COMP-3.
           05  VAR-BATCH-NUM       PIC X(8).
           05  VAR-DETAILS         PIC X(100).
           05  VAR-CYCLE-SEQ       PIC 9(2).
           05  VAR-PROCESSOR-ID    PIC X(4).

       FD  OVERRIDE-REPORT.
       01  OVERRIDE-LINE       PIC X(132).
           05  WS-RC-RETCODE       PIC 9(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RC-FLAG          PIC X(24).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RC-CYCLE-TXT     PIC X(9).
           05  FILLER              PIC X(52) VALUE SPACES.

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
           OPEN OUTPUT DIGEST-REPORT
           MOVE WS-RUN-DATE TO WS-RPT-DATE
      * RUN-CONTROL SECTION: ANY NIGHTLY PROGRAM FOR THE BUSINESS     *
      * DATE THAT FAILED, ENDED WITH RC 16+, OR NEVER STAMPED A       *
      * COMPLETION IS A CRITICAL FINDING - A BATCH-CONTROL ABEND      *
      * SHOWS UP HERE AS A RUNNING ROW WITH NO COMPLETION. A PROGRAM  *
      * THAT RUNS PER SETTLEMENT CYCLE HAS ONE ROW PER CYCLE, TAGGED  *
      * WITH ITS CYCLE NUMBER, BESIDE ITS UNTAGGED ROW FOR THE DAY.   *
      *****************************************************************
       CHECK-RUN-CONTROL-STATUS.
           WRITE REPORT-LINE FROM SPACES AFTER ADVANCING 1 LINE
           MOVE RUN-PROGRAM-ID TO WS-RC-PROGRAM
           MOVE RUN-RETURN-CODE TO WS-RC-RETCODE
           MOVE SPACES TO WS-RC-FLAG
           MOVE SPACES TO WS-RC-CYCLE-TXT
           IF RUN-CYCLE-SEQ > ZERO
               STRING "CYCLE " DELIMITED BY SIZE
                      RUN-CYCLE-SEQ DELIMITED BY SIZE
                   INTO WS-RC-CYCLE-TXT
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN RUN-STAT-COMPLETE AND RUN-RETURN-CODE < 16
                   MOVE "COMPLETE" TO WS-RC-STATUS-TXT
