           05  WS-AC-PCT           PIC ZZ9.9.
           05  FILLER              PIC X(89) VALUE SPACES.

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
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
