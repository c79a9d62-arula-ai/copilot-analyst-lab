       01  WS-RUN-DATE-OVERRIDE    PIC X(8).
       01  WS-MOVE-DATE            PIC 9(8).

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
           OPEN INPUT MOVEMENT-LEDGER
           IF IM-ERROR
