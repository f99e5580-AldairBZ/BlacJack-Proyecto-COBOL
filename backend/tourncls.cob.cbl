       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNCLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOURNEY-FILE ASSIGN TO "DATA/TOURNEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-ID.
           SELECT OPTIONAL ENTRY-FILE ASSIGN TO "DATA/TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-PLAYER-ID.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-INDEX-FILE
               ASSIGN TO "REPORTS/RUNINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL TABLE-REG-FILE ASSIGN TO "DATA/TABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TABLE-LOCK-FILE
               ASSIGN TO DYNAMIC WS-TBL-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-TBL-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOURNEY-FILE.
           COPY TOURNEY.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD      PIC X(1).
       FD TABLE-REG-FILE.
       01 TABLE-REG-RECORD     PIC X(4).
       FD TABLE-LOCK-FILE.
       01 TABLE-LOCK-RECORD    PIC X(1).

       WORKING-STORAGE SECTION.
           COPY CASHTXN.
           COPY RUNIDX.

       01 WS-PRINT-NAME         PIC X(29).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-CMDLINE            PIC X(32).
       01 WS-PARM-ID            PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-TS-DATE            PIC X(8).
       01 WS-TS-TIME            PIC X(8).
       01 WS-TIMESTAMP          PIC X(14).
       01 WS-OPERATOR           PIC X(8) VALUE SPACES.
       01 WS-CONFIRM            PIC X(1).
       01 WS-TN-ID              PIC X(8).
       01 WS-TN-FOUND           PIC 9 VALUE 0.
       01 WS-TN-STATUS          PIC X(8).
       01 WS-PM-FOUND           PIC 9 VALUE 0.
       01 WS-PLR-CHIPS          PIC 9(6) VALUE 0.
       01 WS-PAY-OK             PIC 9 VALUE 0.
       01 WS-PAY-COUNT          PIC 9(4) VALUE 0.
       01 WS-PAY-TOTAL          PIC 9(9) VALUE 0.
       01 WS-FAIL-COUNT         PIC 9(4) VALUE 0.
       01 WS-OPEN-HANDS         PIC 9(4) VALUE 0.
       01 WS-ROW-STATUS         PIC X(10).

       01 WS-RK-TABLE.
          05 WS-RK-ENTRY OCCURS 500 TIMES.
             10 WS-RK-PLAYER    PIC X(20).
             10 WS-RK-CHIPS     PIC 9(6).
             10 WS-RK-ROUNDS    PIC 9(3).
             10 WS-RK-REG-TS    PIC X(14).
             10 WS-RK-RANK      PIC 9(4).
             10 WS-RK-PRIZE     PIC 9(7).
             10 WS-RK-STATUS    PIC X(8).
       01 WS-RK-SWAP            PIC X(62).
       01 WS-RK-COUNT           PIC 9(4) VALUE 0.
       01 WS-RK-I               PIC 9(4).
       01 WS-RK-J               PIC 9(4).
       01 WS-RK-FULL            PIC 9 VALUE 0.
       01 WS-RK-BY-RANK         PIC 9 VALUE 0.
       01 WS-RK-AFTER           PIC 9 VALUE 0.

       01 WS-LOCK-STATUS        PIC XX VALUE SPACES.
       01 WS-LOCK-TRIES         PIC 99 VALUE 0.
       01 WS-LOCK-HELD          PIC 9 VALUE 0.
       01 WS-TBL-LOCK-NAME      PIC X(21).
       01 WS-TBL-LOCK-STATUS    PIC XX VALUE SPACES.
       01 WS-TBL-LOCK-OK        PIC 9 VALUE 0.
       01 WS-FLUSH-OK           PIC 9 VALUE 0.
       01 WS-REG-TABLE          PIC X(4).
       01 WS-REG-LIST.
          05 WS-REG-ENTRY OCCURS 16 TIMES PIC X(4).
       01 WS-REG-COUNT          PIC 9(2) VALUE 0.
       01 WS-REG-IDX            PIC 9(2).
       01 WS-REG-DUP            PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BATCH-PARM
           PERFORM COMPUTE-TIMESTAMP
           MOVE "TOURNCLS" TO RI-REPORT
           IF WS-BATCH-MODE = "BATCH"
               MOVE WS-PARM-ID TO WS-TN-ID
               MOVE "SISTEMA" TO WS-OPERATOR
           ELSE
               MOVE WS-PARM-ID TO WS-TN-ID
               IF WS-TN-ID = SPACES
                   DISPLAY "TORNEO (ID): " WITH NO ADVANCING
                   ACCEPT WS-TN-ID
               END-IF
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           IF WS-TN-ID = SPACES OR WS-OPERATOR = SPACES
               DISPLAY "TORNEO Y OPERADOR REQUERIDOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-TOURNAMENT
           IF WS-TN-FOUND = 0
               DISPLAY "TORNEO NO ENCONTRADO: " WS-TN-ID
               MOVE "FALLO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TN-STATUS = "CLOSED"
               DISPLAY "TORNEO " WS-TN-ID " YA CERRADO Y PAGADO EL "
                       TN-CLOSED-TS " POR " TN-CLOSED-BY
               MOVE "FALLO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TN-STATUS NOT = "RUNNING"
                   AND WS-TN-STATUS NOT = "PAYING"
               DISPLAY "TORNEO " WS-TN-ID " NO INICIADO - ESTADO "
                       WS-TN-STATUS
               MOVE "FALLO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BATCH-MODE = "BATCH"
               MOVE "S" TO WS-CONFIRM
           ELSE
               DISPLAY "CONFIRMAR CIERRE Y PAGO DEL TORNEO " WS-TN-ID
                       " (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "CIERRE CANCELADO"
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               DISPLAY "MESA OCUPADA - CIERRE CANCELADO"
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               DISPLAY "MESA EN JUEGO - CIERRE CANCELADO"
               PERFORM RELEASE-RUN-LOCK
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ENTRANTS
           IF WS-OPEN-HANDS > 0
               DISPLAY "MANOS DE TORNEO EN JUEGO: " WS-OPEN-HANDS
                       " - LIQUIDE CON HANDSUPV ANTES DEL CIERRE"
               PERFORM RELEASE-RUN-LOCK
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RK-FULL = 1
               DISPLAY "*** DEMASIADOS INSCRITOS - CIERRE CANCELADO ***"
               PERFORM RELEASE-RUN-LOCK
               MOVE "FALLO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TN-STATUS = "RUNNING"
               MOVE 0 TO WS-RK-BY-RANK
               PERFORM SORT-ENTRANTS
               PERFORM ASSIGN-RANKS
               PERFORM MARK-PAYING
           ELSE
               MOVE 1 TO WS-RK-BY-RANK
               PERFORM SORT-ENTRANTS
           END-IF
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/TOURNCLS." DELIMITED BY SIZE
                  WS-TS-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN EXTEND PRINT-FILE
           PERFORM PRINT-TOURNAMENT-HEAD
           PERFORM PAY-ENTRANTS
           PERFORM FINISH-TOURNAMENT
           PERFORM RELEASE-RUN-LOCK
           PERFORM PRINT-TOTALS
           CLOSE PRINT-FILE
           IF WS-FAIL-COUNT > 0
               MOVE "FALLO" TO RI-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "COMPLETO" TO RI-STATUS
           END-IF
           PERFORM WRITE-RUN-INDEX
           DISPLAY "PREMIOS PAGADOS: " WS-PAY-COUNT
                   "  IMPORTE " WS-PAY-TOTAL
           DISPLAY "INFORME ESCRITO EN " WS-PRINT-NAME
           GOBACK.

       GET-BATCH-PARM.
           MOVE SPACES TO WS-CMDLINE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           MOVE SPACES TO WS-PARM-ID
           MOVE SPACES TO WS-BATCH-MODE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-PARM-ID WS-BATCH-MODE
           END-UNSTRING.

       COMPUTE-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       READ-TOURNAMENT.
           MOVE 0 TO WS-TN-FOUND
           MOVE SPACES TO WS-TN-STATUS
           OPEN INPUT TOURNEY-FILE
           MOVE WS-TN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-TN-FOUND
                   MOVE TN-STATUS TO WS-TN-STATUS
           END-READ
           CLOSE TOURNEY-FILE.

       LOAD-ENTRANTS.
           MOVE 0 TO WS-RK-COUNT
           MOVE 0 TO WS-RK-FULL
           MOVE 0 TO WS-OPEN-HANDS
           OPEN INPUT ENTRY-FILE
           PERFORM UNTIL 1 = 0
               READ ENTRY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF TE-TOURN-ID = WS-TN-ID
                   PERFORM ADD-ENTRANT
               END-IF
           END-PERFORM
           CLOSE ENTRY-FILE.

       ADD-ENTRANT.
           IF TE-STATUS = "ACTIVE" AND TE-IN-PLAY > 0
               ADD 1 TO WS-OPEN-HANDS
               DISPLAY "  " TE-PLAYER-ID " EN JUEGO " TE-IN-PLAY
           END-IF
           IF WS-RK-COUNT >= 500
               MOVE 1 TO WS-RK-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RK-COUNT
           MOVE TE-PLAYER-ID TO WS-RK-PLAYER(WS-RK-COUNT)
           MOVE TE-CHIPS TO WS-RK-CHIPS(WS-RK-COUNT)
           MOVE TE-ROUNDS TO WS-RK-ROUNDS(WS-RK-COUNT)
           MOVE TE-REG-TS TO WS-RK-REG-TS(WS-RK-COUNT)
           MOVE TE-RANK TO WS-RK-RANK(WS-RK-COUNT)
           MOVE TE-PRIZE TO WS-RK-PRIZE(WS-RK-COUNT)
           MOVE TE-STATUS TO WS-RK-STATUS(WS-RK-COUNT).

       SORT-ENTRANTS.
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I >= WS-RK-COUNT
               PERFORM VARYING WS-RK-J FROM 1 BY 1
                       UNTIL WS-RK-J > WS-RK-COUNT - WS-RK-I
                   PERFORM COMPARE-ENTRANTS
                   IF WS-RK-AFTER = 1
                       MOVE WS-RK-ENTRY(WS-RK-J) TO WS-RK-SWAP
                       MOVE WS-RK-ENTRY(WS-RK-J + 1)
                           TO WS-RK-ENTRY(WS-RK-J)
                       MOVE WS-RK-SWAP TO WS-RK-ENTRY(WS-RK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-ENTRANTS.
           MOVE 0 TO WS-RK-AFTER
           IF WS-RK-BY-RANK = 1
               IF WS-RK-RANK(WS-RK-J) > WS-RK-RANK(WS-RK-J + 1)
                   MOVE 1 TO WS-RK-AFTER
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RK-CHIPS(WS-RK-J) < WS-RK-CHIPS(WS-RK-J + 1)
               MOVE 1 TO WS-RK-AFTER
           ELSE
               IF WS-RK-CHIPS(WS-RK-J) = WS-RK-CHIPS(WS-RK-J + 1)
                       AND WS-RK-REG-TS(WS-RK-J)
                           > WS-RK-REG-TS(WS-RK-J + 1)
                   MOVE 1 TO WS-RK-AFTER
               END-IF
           END-IF.

       ASSIGN-RANKS.
           OPEN I-O TOURNEY-FILE
           MOVE WS-TN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   MOVE 0 TO TN-PRIZE-COUNT
           END-READ
           CLOSE TOURNEY-FILE
           OPEN I-O ENTRY-FILE
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I > WS-RK-COUNT
               MOVE WS-RK-I TO WS-RK-RANK(WS-RK-I)
               MOVE 0 TO WS-RK-PRIZE(WS-RK-I)
               IF WS-RK-I <= TN-PRIZE-COUNT
                   MOVE TN-PRIZE(WS-RK-I) TO WS-RK-PRIZE(WS-RK-I)
               END-IF
               MOVE WS-RK-PLAYER(WS-RK-I) TO TE-PLAYER-ID
               READ ENTRY-FILE
                   INVALID KEY
                       DISPLAY "*** ENTRADA NO ENCONTRADA: "
                               WS-RK-PLAYER(WS-RK-I) " ***"
                   NOT INVALID KEY
                       MOVE WS-RK-RANK(WS-RK-I) TO TE-RANK
                       MOVE WS-RK-PRIZE(WS-RK-I) TO TE-PRIZE
                       REWRITE TE-RECORD
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE ENTRY-FILE.

       MARK-PAYING.
           OPEN I-O TOURNEY-FILE
           MOVE WS-TN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY "*** TORNEO NO ENCONTRADO AL GUARDAR ***"
               NOT INVALID KEY
                   MOVE "PAYING" TO TN-STATUS
                   MOVE WS-OPERATOR TO TN-CLOSED-BY
                   MOVE WS-TIMESTAMP TO TN-CLOSED-TS
                   REWRITE TN-RECORD
                   END-REWRITE
           END-READ
           CLOSE TOURNEY-FILE.

       PAY-ENTRANTS.
           MOVE 0 TO WS-PAY-COUNT WS-PAY-TOTAL WS-FAIL-COUNT
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I > WS-RK-COUNT
               IF WS-RK-STATUS(WS-RK-I) = "CLOSED"
                   MOVE "PAGADO ANT" TO WS-ROW-STATUS
               ELSE
                   PERFORM PAY-ONE-ENTRANT
               END-IF
               PERFORM PRINT-ENTRANT-LINE
           END-PERFORM.

       PAY-ONE-ENTRANT.
           MOVE "SIN PREMIO" TO WS-ROW-STATUS
           IF WS-RK-PRIZE(WS-RK-I) > 0
               PERFORM CREDIT-PRIZE
               IF WS-PAY-OK = 0
                   ADD 1 TO WS-FAIL-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE "PAGADO" TO WS-ROW-STATUS
               ADD 1 TO WS-PAY-COUNT
               ADD WS-RK-PRIZE(WS-RK-I) TO WS-PAY-TOTAL
           END-IF
           OPEN I-O ENTRY-FILE
           MOVE WS-RK-PLAYER(WS-RK-I) TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CLOSED" TO TE-STATUS
                   REWRITE TE-RECORD
                   END-REWRITE
           END-READ
           CLOSE ENTRY-FILE
           MOVE "CLOSED" TO WS-RK-STATUS(WS-RK-I).

       CREDIT-PRIZE.
           MOVE 0 TO WS-PAY-OK
           MOVE 0 TO WS-PM-FOUND
           OPEN I-O PLAYER-MASTER-FILE
           MOVE WS-RK-PLAYER(WS-RK-I) TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PM-FOUND
           END-READ
           IF WS-PM-FOUND = 0
               CLOSE PLAYER-MASTER-FILE
               MOVE "SIN CUENTA" TO WS-ROW-STATUS
               EXIT PARAGRAPH
           END-IF
           IF PM-CHIPS + WS-RK-PRIZE(WS-RK-I) > 999999
               CLOSE PLAYER-MASTER-FILE
               MOVE "SALDO MAX" TO WS-ROW-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD WS-RK-PRIZE(WS-RK-I) TO PM-CHIPS
           MOVE PM-CHIPS TO WS-PLR-CHIPS
           REWRITE PM-RECORD
           END-REWRITE
           CLOSE PLAYER-MASTER-FILE
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-RK-PLAYER(WS-RK-I) TO CT-PLAYER
           MOVE "TRN_PRIZE" TO CT-TYPE
           MOVE WS-RK-PRIZE(WS-RK-I) TO CT-AMOUNT
           MOVE WS-PLR-CHIPS TO CT-CHIPS-AFTER
           MOVE WS-OPERATOR TO CT-OPERATOR
           OPEN EXTEND CASH-FILE
           WRITE CASH-RECORD FROM CT-RECORD
           CLOSE CASH-FILE
           MOVE 1 TO WS-PAY-OK.

       FINISH-TOURNAMENT.
           OPEN I-O TOURNEY-FILE
           MOVE WS-TN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY "*** TORNEO NO ENCONTRADO AL GUARDAR ***"
               NOT INVALID KEY
                   ADD WS-PAY-TOTAL TO TN-PAID
                   IF WS-FAIL-COUNT = 0
                       MOVE "CLOSED" TO TN-STATUS
                   END-IF
                   REWRITE TN-RECORD
                   END-REWRITE
           END-READ
           CLOSE TOURNEY-FILE.

       PRINT-TOURNAMENT-HEAD.
           MOVE 99 TO WS-LINE-COUNT
           STRING "TORNEO " TN-ID " " TN-NAME " FECHA " TN-DATE
                  "  RONDAS " TN-ROUNDS
                  "  FICHAS INICIALES " TN-START-CHIPS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "INSCRITOS " TN-ENTRANTS
                  "  CUOTA " TN-ENTRY-FEE
                  "  CUOTAS COBRADAS " TN-FEES
                  "  CERRADO POR " TN-CLOSED-BY
                  " " TN-CLOSED-TS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           MOVE "PUESTO JUGADOR              FICHAS RONDAS  PREMIO"
               TO WS-PRINT-LINE
           MOVE "ESTADO" TO WS-PRINT-LINE(52:6)
           PERFORM PRINT-LINE-OUT.

       PRINT-ENTRANT-LINE.
           STRING WS-RK-RANK(WS-RK-I) "   "
                  WS-RK-PLAYER(WS-RK-I) " "
                  WS-RK-CHIPS(WS-RK-I) "    "
                  WS-RK-ROUNDS(WS-RK-I) " "
                  WS-RK-PRIZE(WS-RK-I) " "
                  WS-ROW-STATUS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       PRINT-TOTALS.
           PERFORM PRINT-LINE-OUT
           STRING "PREMIOS PAGADOS EN ESTA EJECUCION: " WS-PAY-COUNT
                  "  IMPORTE " WS-PAY-TOTAL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-FAIL-COUNT > 0
               STRING "PREMIOS NO PAGADOS: " WS-FAIL-COUNT
                      " - TORNEO QUEDA EN PAGO, CORRIJA Y REEJECUTE"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           ELSE
               MOVE "TORNEO CERRADO - NO ADMITE NUEVO PAGO"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           MOVE "CUOTAS A CUENTA GL 402000, PREMIOS A CUENTA GL 603000"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           MOVE "FIRMA DEL RESPONSABLE DE SALA: ____________________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       PRINT-LINE-OUT.
           IF WS-LINE-COUNT >= 56
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE SPACES TO PRINT-RECORD
           STRING "TOURNAMENT FINAL LEADERBOARD"
                  "  FECHA NEGOCIO " WS-TS-DATE
                  "  EJECUTADO " WS-TIMESTAMP
                  "  PAGINA " WS-PAGE-NUM
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-RUN-INDEX.
           MOVE WS-TS-DATE TO RI-BUS-DATE
           MOVE WS-TIMESTAMP TO RI-RUN-TS
           OPEN EXTEND RUN-INDEX-FILE
           WRITE RUN-INDEX-RECORD FROM RI-RECORD
           CLOSE RUN-INDEX-FILE.

       ACQUIRE-RUN-LOCK.
           MOVE 0 TO WS-LOCK-TRIES
           MOVE 0 TO WS-LOCK-HELD
           PERFORM UNTIL WS-LOCK-HELD = 1 OR WS-LOCK-TRIES > 20
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
                   MOVE 1 TO WS-LOCK-HELD
               ELSE
                   ADD 1 TO WS-LOCK-TRIES
                   CALL "C$SLEEP" USING 1
               END-IF
           END-PERFORM.

       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD = 1
               CLOSE RUN-LOCK-FILE
               MOVE 0 TO WS-LOCK-HELD
           END-IF.

       FLUSH-TABLE-LOCKS.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT TABLE-REG-FILE
           PERFORM UNTIL 1 = 0
               READ TABLE-REG-FILE INTO WS-REG-TABLE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM ADD-REG-TABLE
           END-PERFORM
           CLOSE TABLE-REG-FILE
           MOVE 1 TO WS-FLUSH-OK
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   OR WS-FLUSH-OK = 0
               PERFORM FLUSH-ONE-TABLE
           END-PERFORM.

       ADD-REG-TABLE.
           IF WS-REG-TABLE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REG-DUP
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-ENTRY(WS-REG-IDX) = WS-REG-TABLE
                   MOVE 1 TO WS-REG-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REG-DUP = 0
               IF WS-REG-COUNT < 16
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-TABLE TO WS-REG-ENTRY(WS-REG-COUNT)
               ELSE
                   DISPLAY "*** TABLA DE MESAS LLENA - "
                           WS-REG-TABLE " IGNORADA ***"
               END-IF
           END-IF.

       FLUSH-ONE-TABLE.
           MOVE SPACES TO WS-TBL-LOCK-NAME
           STRING "DATA/RUNLOCK." DELIMITED BY SIZE
                  WS-REG-ENTRY(WS-REG-IDX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TBL-LOCK-NAME
           MOVE 0 TO WS-LOCK-TRIES
           MOVE 0 TO WS-TBL-LOCK-OK
           PERFORM UNTIL WS-TBL-LOCK-OK = 1 OR WS-LOCK-TRIES > 20
               OPEN OUTPUT TABLE-LOCK-FILE
               IF WS-TBL-LOCK-STATUS = "00"
                       OR WS-TBL-LOCK-STATUS = "05"
                   CLOSE TABLE-LOCK-FILE
                   MOVE 1 TO WS-TBL-LOCK-OK
               ELSE
                   ADD 1 TO WS-LOCK-TRIES
                   CALL "C$SLEEP" USING 1
               END-IF
           END-PERFORM
           IF WS-TBL-LOCK-OK = 0
               DISPLAY "MESA " WS-REG-ENTRY(WS-REG-IDX)
                       " SIGUE EN JUEGO"
               MOVE 0 TO WS-FLUSH-OK
           END-IF.
