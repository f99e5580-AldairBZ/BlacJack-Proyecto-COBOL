       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-STATE-FILE
               ASSIGN TO "DATA/HANDSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-PLAYER-ID.
       01 WS-REG-COUNT          PIC 9(2) VALUE 0.
       01 WS-REG-IDX            PIC 9(2).
       01 WS-REG-DUP            PIC 9.
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COMPUTE-TIMESTAMP
           PERFORM GET-BATCH-PARM
           PERFORM LOAD-CONFIG
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-TS-DATE))
               MOVE "DORMSWP" TO RI-REPORT
               MOVE "COMPLETO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               GOBACK
           END-IF
           IF WS-BATCH-MODE = "BATCH"
               MOVE "S" TO WS-CONFIRM
           ELSE
               DISPLAY "CONFIRMAR BARRIDO DE " WS-SWEEP-CAND
                       " CUENTAS (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "BARRIDO CANCELADO - SOLO AVISO ESCRITO"
               MOVE "DORMSWP" TO RI-REPORT
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               MOVE "DORMSWP" TO RI-REPORT
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               MOVE "DORMSWP" TO RI-REPORT
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SWEEP-DORMANT-ACCOUNTS
           PERFORM RELEASE-RUN-LOCK
           MOVE "DORMSWP" TO RI-REPORT
           MOVE "COMPLETO" TO RI-STATUS
           PERFORM WRITE-RUN-INDEX
           GOBACK.

       GET-BATCH-PARM.
           MOVE SPACES TO WS-CMDLINE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           MOVE SPACES TO WS-BATCH-DATE
           MOVE SPACES TO WS-BATCH-MODE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-BATCH-DATE WS-BATCH-MODE
           END-UNSTRING.

       COMPUTE-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
