           05  WS-WORK-AMT         PIC S9(11)V99 COMP-3.
           05  WS-WORK-COUNT       PIC 9(6).
       
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
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
       CHECK-OWN-RUN-STATUS.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RUNC-PRED-ID NOT = SPACES
               MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
               MOVE WS-RUNC-PRED-ID TO RUN-PROGRAM-ID
               MOVE ZERO TO RUN-CYCLE-SEQ
               READ RUN-CONTROL-FILE
                   INVALID KEY CONTINUE
               END-READ
       STAMP-RUN-START.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           SET RUN-STAT-RUNNING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
       STAMP-RUN-COMPLETE.
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUNC-PROGRAM-ID TO RUN-PROGRAM-ID
           MOVE ZERO TO RUN-CYCLE-SEQ
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "CUSTOMER-RISK" TO CTL-PROGRAM-ID
           MOVE ZERO TO CTL-CYCLE-SEQ
           MOVE SPACES TO CTL-PROCESSOR-ID
           MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO CTL-RUN-TIMESTAMP
           MOVE WS-TRANS-COUNT TO CTL-RECORD-COUNT
