       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADJUST-FILE ASSIGN TO "DATA/ADJUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ID.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CTL-FILE
               ASSIGN TO "DATA/ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-LOG-FILE ASSIGN TO "DATA/SHIFTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD ADJUST-FILE.
           COPY ADJUST.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD HAND-HISTORY-FILE.
       01 HAND-HISTORY-RECORD  PIC X(236).
       FD ARCH-HH-FILE.
       01 ARCH-HH-RECORD       PIC X(236).
       FD ARCH-CTL-FILE.
       01 ARCH-CTL-RECORD      PIC X(36).
       FD SHIFT-LOG-FILE.
       01 SHIFT-LOG-RECORD     PIC X(41).
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
           COPY HANDHIST.
           COPY ARCHCTL.
           COPY SHIFTLG.
           COPY CASHTXN.
           COPY RUNIDX.

       01 WS-CHOICE             PIC X(1).
       01 WS-RUNNING            PIC 9 VALUE 1.
       01 WS-OPERATOR           PIC X(8) VALUE SPACES.
       01 WS-TS-DATE            PIC X(8).
       01 WS-TS-TIME            PIC X(8).
       01 WS-TIMESTAMP          PIC X(14).

       01 WS-IN-ID              PIC X(14).
       01 WS-IN-ROUND           PIC X(14).
       01 WS-IN-PLAYER          PIC X(20).
       01 WS-IN-DIRECTION       PIC X(1).
       01 WS-IN-AMOUNT          PIC 9(7) VALUE 0.
       01 WS-IN-REASON          PIC X(30).
       01 WS-IN-CONFIRM         PIC X(1).

       01 WS-HAND-FOUND         PIC 9(3) VALUE 0.
       01 WS-HAND-TABLE         PIC X(4).
       01 WS-AJ-FOUND           PIC 9 VALUE 0.
       01 WS-AJ-COUNT           PIC 9(5) VALUE 0.
       01 WS-PEND-COUNT         PIC 9(5) VALUE 0.
       01 WS-PEND-TOTAL         PIC 9(9) VALUE 0.
       01 WS-DAY-COUNT          PIC 9(5) VALUE 0.
       01 WS-DAY-CR             PIC 9(9) VALUE 0.
       01 WS-DAY-DR             PIC 9(9) VALUE 0.
       01 WS-OPEN-FOUND         PIC 9 VALUE 0.
       01 WS-PM-FOUND           PIC 9 VALUE 0.
       01 WS-PLR-CHIPS          PIC 9(6) VALUE 0.
       01 WS-POST-OK            PIC 9 VALUE 0.

       01 WS-ARCH-HH-NAME       PIC X(27).
       01 WS-ARCH-DATE          PIC X(8).
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 400 TIMES INDEXED BY WS-GEN-IDX.
             10 WS-GEN-DATE     PIC X(8).
       01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01 WS-GEN-FOUND          PIC 9 VALUE 0.

       01 WS-PRINT-NAME         PIC X(27).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.

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
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "OPERADOR REQUERIDO"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUNNING = 0
               DISPLAY " "
               DISPLAY "===== AJUSTES DE FICHAS ====="
               DISPLAY "  R = REGISTRAR   A = APROBAR   X = RECHAZAR"
               DISPLAY "  L = PENDIENTES  I = INFORME   Q = SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM RAISE-ADJUSTMENT
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPROVE-ADJUSTMENT
                   WHEN "X"
                   WHEN "x"
                       PERFORM REJECT-ADJUSTMENT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PENDING
                   WHEN "I"
                   WHEN "i"
                       PERFORM PRINT-REGISTER
                   WHEN "Q"
                   WHEN "q"
                       MOVE 0 TO WS-RUNNING
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       COMPUTE-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

       RAISE-ADJUSTMENT.
           MOVE SPACES TO WS-IN-ROUND WS-IN-PLAYER WS-IN-REASON
           DISPLAY "RONDA (HH-ROUND-ID): " WITH NO ADVANCING
           ACCEPT WS-IN-ROUND
           IF WS-IN-ROUND = SPACES
               DISPLAY "RONDA REQUERIDA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ROUND-HANDS
           IF WS-HAND-FOUND = 0
               DISPLAY "RONDA " WS-IN-ROUND " SIN MANO DE "
                       WS-IN-PLAYER " EN EL HISTORIAL"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PENDING-DUP
           IF WS-AJ-FOUND = 1
               DISPLAY "YA EXISTE UN AJUSTE PENDIENTE " AJ-ID
                       " PARA ESTA RONDA Y JUGADOR"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SENTIDO (C = ABONO AL JUGADOR, D = CARGO): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-DIRECTION
           IF WS-IN-DIRECTION = "c"
               MOVE "C" TO WS-IN-DIRECTION
           END-IF
           IF WS-IN-DIRECTION = "d"
               MOVE "D" TO WS-IN-DIRECTION
           END-IF
           IF WS-IN-DIRECTION NOT = "C" AND WS-IN-DIRECTION NOT = "D"
               DISPLAY "SENTIDO NO VALIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "IMPORTE: " WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT
           IF WS-IN-AMOUNT = 0
               DISPLAY "IMPORTE REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           ACCEPT WS-IN-REASON
           IF WS-IN-REASON = SPACES
               DISPLAY "MOTIVO REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMAR AJUSTE " WS-IN-DIRECTION " "
                   WS-IN-AMOUNT " A " WS-IN-PLAYER
                   " (S/N): " WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "AJUSTE CANCELADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TIMESTAMP
           MOVE WS-TIMESTAMP TO AJ-ID
           MOVE WS-IN-ROUND TO AJ-ROUND-ID
           MOVE WS-IN-PLAYER TO AJ-PLAYER
           MOVE WS-HAND-TABLE TO AJ-TABLE
           MOVE WS-IN-DIRECTION TO AJ-DIRECTION
           MOVE WS-IN-AMOUNT TO AJ-AMOUNT
           MOVE WS-IN-REASON TO AJ-REASON
           MOVE "PENDING" TO AJ-STATUS
           MOVE WS-OPERATOR TO AJ-RAISED-BY
           MOVE SPACES TO AJ-APPROVED-BY
           MOVE SPACES TO AJ-POSTED-TS
           MOVE 0 TO AJ-CHIPS-AFTER
           OPEN I-O ADJUST-FILE
           WRITE AJ-RECORD
               INVALID KEY
                   DISPLAY "AJUSTE DUPLICADO - REINTENTE"
               NOT INVALID KEY
                   DISPLAY "AJUSTE " AJ-ID
                           " REGISTRADO - PENDIENTE DE APROBACION"
           END-WRITE
           CLOSE ADJUST-FILE.

       FIND-ROUND-HANDS.
           MOVE 0 TO WS-HAND-FOUND
           MOVE SPACES TO WS-HAND-TABLE
           PERFORM LOAD-GENERATIONS
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-ARCH-DATE
               MOVE SPACES TO WS-ARCH-HH-NAME
               STRING "DATA/HANDHIST." DELIMITED BY SIZE
                      WS-ARCH-DATE DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-ARCH-HH-NAME
               OPEN INPUT ARCH-HH-FILE
               PERFORM UNTIL 1 = 0
                   READ ARCH-HH-FILE INTO HH-RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM CHECK-ROUND-HAND
               END-PERFORM
               CLOSE ARCH-HH-FILE
           END-PERFORM
           OPEN INPUT HAND-HISTORY-FILE
           PERFORM UNTIL 1 = 0
               READ HAND-HISTORY-FILE INTO HH-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM CHECK-ROUND-HAND
           END-PERFORM
           CLOSE HAND-HISTORY-FILE.

       CHECK-ROUND-HAND.
           IF HH-ROUND-ID NOT = WS-IN-ROUND
                   OR HH-PLAYER NOT = WS-IN-PLAYER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HAND-FOUND
           MOVE HH-TABLE TO WS-HAND-TABLE
           DISPLAY HH-TIMESTAMP " MESA " HH-TABLE
                   " " HH-OUTCOME " APUESTA " HH-BET
                   " PAGO " HH-PAYOUT " SALDO " HH-CHIPS
                   " OPER " HH-OPERATOR.

       LOAD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT ARCH-CTL-FILE
           PERFORM UNTIL 1 = 0
               READ ARCH-CTL-FILE INTO AC-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF AC-FILE = "HANDHIST"
                   PERFORM ADD-GENERATION
               END-IF
           END-PERFORM
           CLOSE ARCH-CTL-FILE.

       ADD-GENERATION.
           MOVE 0 TO WS-GEN-FOUND
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-DATE(WS-GEN-IDX) = AC-DATE
                   MOVE 1 TO WS-GEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-FOUND = 0
               IF WS-GEN-COUNT >= 400
                   DISPLAY "*** TABLA DE GENERACIONES LLENA ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GEN-COUNT
               SET WS-GEN-IDX TO WS-GEN-COUNT
               MOVE AC-DATE TO WS-GEN-DATE(WS-GEN-IDX)
           END-IF.

       CHECK-PENDING-DUP.
           MOVE 0 TO WS-AJ-FOUND
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF AJ-STATUS = "PENDING"
                       AND AJ-ROUND-ID = WS-IN-ROUND
                       AND AJ-PLAYER = WS-IN-PLAYER
                   MOVE 1 TO WS-AJ-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE.

       FIND-OPEN-SHIFT.
           MOVE 0 TO WS-OPEN-FOUND
           OPEN INPUT SHIFT-LOG-FILE
           PERFORM UNTIL 1 = 0
               READ SHIFT-LOG-FILE INTO OS-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF OS-OPERATOR = WS-OPERATOR
                   IF OS-TYPE = "SIGNON"
                       MOVE 1 TO WS-OPEN-FOUND
                   ELSE
                       IF OS-TYPE = "SIGNOFF"
                           MOVE 0 TO WS-OPEN-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SHIFT-LOG-FILE.

       ASK-ADJUSTMENT-ID.
           MOVE 0 TO WS-AJ-FOUND
           MOVE SPACES TO WS-IN-ID
           DISPLAY "AJUSTE (ID): " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           IF WS-IN-ID = SPACES
               DISPLAY "AJUSTE REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ID TO AJ-ID
           READ ADJUST-FILE
               INVALID KEY
                   DISPLAY "AJUSTE NO ENCONTRADO: " WS-IN-ID
               NOT INVALID KEY
                   IF AJ-STATUS = "PENDING"
                       MOVE 1 TO WS-AJ-FOUND
                       PERFORM DISPLAY-ADJUSTMENT
                   ELSE
                       DISPLAY "AJUSTE NO PENDIENTE - ESTADO "
                               AJ-STATUS
                   END-IF
           END-READ.

       DISPLAY-ADJUSTMENT.
           DISPLAY AJ-ID " RONDA " AJ-ROUND-ID " MESA " AJ-TABLE
                   " " AJ-PLAYER
           DISPLAY "    " AJ-DIRECTION " " AJ-AMOUNT
                   " " AJ-STATUS " REGISTRADO POR " AJ-RAISED-BY
                   " APROBADO POR " AJ-APPROVED-BY
           DISPLAY "    MOTIVO: " AJ-REASON.

       APPROVE-ADJUSTMENT.
           PERFORM FIND-OPEN-SHIFT
           IF WS-OPEN-FOUND = 0
               DISPLAY "OPERADOR " WS-OPERATOR " SIN TURNO ABIERTO"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ADJUST-FILE
           PERFORM ASK-ADJUSTMENT-ID
           IF WS-AJ-FOUND = 0
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           IF AJ-RAISED-BY = WS-OPERATOR
               DISPLAY "EL APROBADOR DEBE SER OTRO OPERADOR"
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMAR APROBACION Y ASIENTO (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "APROBACION CANCELADA"
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               DISPLAY "MANTENIMIENTO EN CURSO - INTENTE LUEGO"
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               DISPLAY "MESA EN JUEGO - INTENTE LUEGO"
               PERFORM RELEASE-RUN-LOCK
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-ADJUSTMENT
           PERFORM RELEASE-RUN-LOCK
           CLOSE ADJUST-FILE
           IF WS-POST-OK = 1
               DISPLAY "AJUSTE " AJ-ID " ASENTADO - SALDO "
                       AJ-CHIPS-AFTER
           END-IF.

       POST-ADJUSTMENT.
           MOVE 0 TO WS-POST-OK
           MOVE 0 TO WS-PM-FOUND
           OPEN I-O PLAYER-MASTER-FILE
           MOVE AJ-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "SIN CUENTA DE JUGADOR PARA " AJ-PLAYER
               NOT INVALID KEY
                   MOVE 1 TO WS-PM-FOUND
           END-READ
           IF WS-PM-FOUND = 0
               CLOSE PLAYER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           IF AJ-DIRECTION = "D"
               IF AJ-AMOUNT > PM-CHIPS
                   DISPLAY "SALDO INSUFICIENTE PARA EL CARGO - SALDO "
                           PM-CHIPS
                   CLOSE PLAYER-MASTER-FILE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PLR-CHIPS = PM-CHIPS - AJ-AMOUNT
           ELSE
               IF PM-CHIPS + AJ-AMOUNT > 999999
                   DISPLAY "EL ABONO SUPERA EL SALDO MAXIMO"
                   CLOSE PLAYER-MASTER-FILE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PLR-CHIPS = PM-CHIPS + AJ-AMOUNT
           END-IF
           MOVE WS-PLR-CHIPS TO PM-CHIPS
           REWRITE PM-RECORD
           END-REWRITE
           CLOSE PLAYER-MASTER-FILE
           PERFORM COMPUTE-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE AJ-PLAYER TO CT-PLAYER
           IF AJ-DIRECTION = "D"
               MOVE "ADJUST_DR" TO CT-TYPE
           ELSE
               MOVE "ADJUST_CR" TO CT-TYPE
           END-IF
           MOVE AJ-AMOUNT TO CT-AMOUNT
           MOVE WS-PLR-CHIPS TO CT-CHIPS-AFTER
           MOVE WS-OPERATOR TO CT-OPERATOR
           OPEN EXTEND CASH-FILE
           WRITE CASH-RECORD FROM CT-RECORD
           MOVE "ADJUST_REQ" TO CT-TYPE
           MOVE AJ-RAISED-BY TO CT-OPERATOR
           WRITE CASH-RECORD FROM CT-RECORD
           CLOSE CASH-FILE
           MOVE "POSTED" TO AJ-STATUS
           MOVE WS-OPERATOR TO AJ-APPROVED-BY
           MOVE WS-TIMESTAMP TO AJ-POSTED-TS
           MOVE WS-PLR-CHIPS TO AJ-CHIPS-AFTER
           REWRITE AJ-RECORD
           END-REWRITE
           MOVE 1 TO WS-POST-OK.

       REJECT-ADJUSTMENT.
           OPEN I-O ADJUST-FILE
           PERFORM ASK-ADJUSTMENT-ID
           IF WS-AJ-FOUND = 0
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMAR RECHAZO (S/N): " WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "RECHAZO CANCELADO"
               CLOSE ADJUST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TIMESTAMP
           MOVE "REJECTED" TO AJ-STATUS
           MOVE WS-OPERATOR TO AJ-APPROVED-BY
           MOVE WS-TIMESTAMP TO AJ-POSTED-TS
           REWRITE AJ-RECORD
           END-REWRITE
           CLOSE ADJUST-FILE
           DISPLAY "AJUSTE " AJ-ID " RECHAZADO".

       LIST-PENDING.
           MOVE 0 TO WS-AJ-COUNT
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF AJ-STATUS = "PENDING"
                   ADD 1 TO WS-AJ-COUNT
                   PERFORM DISPLAY-ADJUSTMENT
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE
           IF WS-AJ-COUNT = 0
               DISPLAY "SIN AJUSTES PENDIENTES"
           END-IF.

       PRINT-REGISTER.
           PERFORM COMPUTE-TIMESTAMP
           MOVE 0 TO WS-PAGE-NUM
           MOVE 99 TO WS-LINE-COUNT
           MOVE 0 TO WS-PEND-COUNT WS-PEND-TOTAL
           MOVE 0 TO WS-DAY-COUNT WS-DAY-CR WS-DAY-DR
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/ADJUST." DELIMITED BY SIZE
                  WS-TS-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "== AJUSTES PENDIENTES DE APROBACION =="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-COLUMN-HEAD
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF AJ-STATUS = "PENDING"
                   ADD 1 TO WS-PEND-COUNT
                   ADD AJ-AMOUNT TO WS-PEND-TOTAL
                   PERFORM PRINT-ADJUSTMENT-LINE
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE
           IF WS-PEND-COUNT = 0
               MOVE "SIN AJUSTES PENDIENTES" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-LINE-OUT
           MOVE "== AJUSTES RESUELTOS HOY ==" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-COLUMN-HEAD
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF AJ-STATUS NOT = "PENDING"
                       AND AJ-POSTED-TS(1:8) = WS-TS-DATE
                   ADD 1 TO WS-DAY-COUNT
                   IF AJ-STATUS = "POSTED"
                       IF AJ-DIRECTION = "D"
                           ADD AJ-AMOUNT TO WS-DAY-DR
                       ELSE
                           ADD AJ-AMOUNT TO WS-DAY-CR
                       END-IF
                   END-IF
                   PERFORM PRINT-ADJUSTMENT-LINE
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE
           IF WS-DAY-COUNT = 0
               MOVE "SIN AJUSTES RESUELTOS HOY" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-LINE-OUT
           STRING "PENDIENTES: " WS-PEND-COUNT
                  "  IMPORTE " WS-PEND-TOTAL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "RESUELTOS HOY: " WS-DAY-COUNT
                  "  ABONOS ASENTADOS " WS-DAY-CR
                  "  CARGOS ASENTADOS " WS-DAY-DR
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE
           MOVE "ADJUST" TO RI-REPORT
           MOVE WS-TS-DATE TO RI-BUS-DATE
           MOVE WS-TIMESTAMP TO RI-RUN-TS
           IF WS-PEND-COUNT > 0
               MOVE "AVISO" TO RI-STATUS
           ELSE
               MOVE "COMPLETO" TO RI-STATUS
           END-IF
           OPEN EXTEND RUN-INDEX-FILE
           WRITE RUN-INDEX-RECORD FROM RI-RECORD
           CLOSE RUN-INDEX-FILE
           DISPLAY "INFORME ESCRITO EN " WS-PRINT-NAME.

       PRINT-COLUMN-HEAD.
           MOVE "AJUSTE         RONDA          JUGADOR              S"
               TO WS-PRINT-LINE
           MOVE "IMPORTE ESTADO   REGISTRA APRUEBA  MOTIVO"
               TO WS-PRINT-LINE(54:42)
           PERFORM PRINT-LINE-OUT.

       PRINT-ADJUSTMENT-LINE.
           STRING AJ-ID " " AJ-ROUND-ID " " AJ-PLAYER " "
                  AJ-DIRECTION " " AJ-AMOUNT " " AJ-STATUS " "
                  AJ-RAISED-BY " " AJ-APPROVED-BY " " AJ-REASON
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
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
           STRING "CHIP ADJUSTMENT REGISTER"
                  "  FECHA NEGOCIO " WS-TS-DATE
                  "  EJECUTADO " WS-TIMESTAMP
                  "  PAGINA " WS-PAGE-NUM
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

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
