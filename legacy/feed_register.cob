       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-OVERRIDE    PIC X(8).

           COPY "busdlink.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
                   AND WS-RUN-DATE-OVERRIDE NOT = LOW-VALUES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO BD-FROM-DATE
               SET BD-CHECK-RUN-DATE TO TRUE
               CALL "BUSDAY" USING BUSDAY-PARMS
           END-IF
           PERFORM OPEN-FEED-REGISTER.

      *****************************************************************
      * WRITE OR REFRESH THE REGISTER ROW FOR FG-FILE-ID (SET BY THE  *
      * CALLER). RE-REGISTERING AFTER A CORRECTED RESEND SIMPLY       *
      * REPLACES THE ROW, AND CLEARS ANY DATA-QUALITY VERDICT THE     *
      * EARLIER COPY WAS GIVEN.                                       *
      *****************************************************************
       WRITE-REGISTER-ROW.
           MOVE WS-RUN-DATE TO FG-BUSINESS-DATE
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT
           MOVE WS-FEED-CHECKSUM TO FG-CHECKSUM
           MOVE FUNCTION CURRENT-DATE TO FG-REGISTER-TIMESTAMP
           MOVE SPACE TO FG-QUALITY-STATUS
           MOVE ZERO TO FG-ERROR-RATE
           MOVE SPACES TO FG-QUALITY-TIMESTAMP
           WRITE FEED-REGISTER-RECORD
               INVALID KEY REWRITE FEED-REGISTER-RECORD
           END-WRITE
