       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNMNT.

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
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO "DATA/ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-PLAYER-ID.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL EXCLUSION-FILE ASSIGN TO "DATA/EXCLUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
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
       FD ENROLL-FILE.
           COPY ENROLL.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD EXCLUSION-FILE.
       01 EXCLUSION-RECORD     PIC X(46).
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD      PIC X(1).
       FD TABLE-REG-FILE.
       01 TABLE-REG-RECORD     PIC X(4).
       FD TABLE-LOCK-FILE.
       01 TABLE-LOCK-RECORD    PIC X(1).

       WORKING-STORAGE SECTION.
           COPY CASHTXN.
           COPY EXCLREG.

       01 WS-CHOICE             PIC X(1).
       01 WS-RUNNING            PIC 9 VALUE 1.
       01 WS-OPERATOR           PIC X(8) VALUE SPACES.
       01 WS-TS-DATE            PIC X(8).
       01 WS-TS-TIME            PIC X(8).
       01 WS-TIMESTAMP          PIC X(14).

       01 WS-IN-ID              PIC X(8).
       01 WS-IN-NAME            PIC X(20).
       01 WS-IN-DATE            PIC X(8).
       01 WS-IN-FEE             PIC 9(6) VALUE 0.
       01 WS-IN-CHIPS           PIC 9(6) VALUE 0.
       01 WS-IN-ROUNDS          PIC 9(3) VALUE 0.
       01 WS-IN-TABLE           PIC X(4).
       01 WS-IN-PRIZE           PIC 9(7) VALUE 0.
       01 WS-IN-PLAYER          PIC X(20).
       01 WS-IN-CONFIRM         PIC X(1).

       01 WS-TN-FOUND           PIC 9 VALUE 0.
       01 WS-TN-COUNT           PIC 9(5) VALUE 0.
       01 WS-TE-FOUND           PIC 9 VALUE 0.
       01 WS-TE-COUNT           PIC 9(5) VALUE 0.
       01 WS-SEL-FEE            PIC 9(6) VALUE 0.
       01 WS-SEL-CHIPS          PIC 9(6) VALUE 0.
       01 WS-TBL-I              PIC 9.
       01 WS-TBL-J              PIC 9.
       01 WS-PRZ-I              PIC 9.
       01 WS-PRZ-TOTAL          PIC 9(9) VALUE 0.
       01 WS-DONE               PIC 9 VALUE 0.
       01 WS-CONFLICT           PIC 9 VALUE 0.
       01 WS-START-LIST.
          05 WS-START-TABLE OCCURS 4 TIMES PIC X(4).
       01 WS-START-COUNT        PIC 9 VALUE 0.
       01 WS-REG-OK             PIC 9 VALUE 0.
       01 WS-EXCL-ACTIVE        PIC 9 VALUE 0.
       01 WS-PM-FOUND           PIC 9 VALUE 0.
       01 WS-PM-CHIPS           PIC 9(6) VALUE 0.
       01 WS-POST-OK            PIC 9 VALUE 0.

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
               DISPLAY "===== TORNEOS ====="
               DISPLAY "  C = CREAR      R = INSCRIBIR  I = INICIAR"
               DISPLAY "  L = LISTAR     E = ENTRADAS   Q = SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "C"
                   WHEN "c"
                       PERFORM CREATE-TOURNAMENT
                   WHEN "R"
                   WHEN "r"
                       PERFORM REGISTER-ENTRANT
                   WHEN "I"
                   WHEN "i"
                       PERFORM START-TOURNAMENT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-TOURNAMENTS
                   WHEN "E"
                   WHEN "e"
                       PERFORM LIST-ENTRANTS
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

       CREATE-TOURNAMENT.
           MOVE SPACES TO WS-IN-ID WS-IN-NAME WS-IN-DATE
           DISPLAY "TORNEO (ID): " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           IF WS-IN-ID = SPACES
               DISPLAY "TORNEO REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TOURNEY-FILE
           MOVE WS-IN-ID TO TN-ID
           MOVE 0 TO WS-TN-FOUND
           READ TOURNEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-TN-FOUND
           END-READ
           CLOSE TOURNEY-FILE
           IF WS-TN-FOUND = 1
               DISPLAY "TORNEO YA EXISTE - ESTADO " TN-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOMBRE: " WITH NO ADVANCING
           ACCEPT WS-IN-NAME
           DISPLAY "FECHA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT NUMERIC
               DISPLAY "FECHA NO VALIDA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUOTA DE INSCRIPCION: " WITH NO ADVANCING
           ACCEPT WS-IN-FEE
           DISPLAY "FICHAS INICIALES DE TORNEO: " WITH NO ADVANCING
           ACCEPT WS-IN-CHIPS
           IF WS-IN-CHIPS = 0
               DISPLAY "FICHAS INICIALES REQUERIDAS"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DE RONDAS: " WITH NO ADVANCING
           ACCEPT WS-IN-ROUNDS
           IF WS-IN-ROUNDS = 0
               DISPLAY "RONDAS REQUERIDAS"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TN-RECORD
           MOVE WS-IN-ID TO TN-ID
           MOVE WS-IN-NAME TO TN-NAME
           MOVE WS-IN-DATE TO TN-DATE
           MOVE "OPEN" TO TN-STATUS
           MOVE WS-IN-FEE TO TN-ENTRY-FEE
           MOVE WS-IN-CHIPS TO TN-START-CHIPS
           MOVE WS-IN-ROUNDS TO TN-ROUNDS
           MOVE 0 TO TN-TABLE-COUNT
           PERFORM ASK-TOURNAMENT-TABLES
           IF TN-TABLE-COUNT = 0
               DISPLAY "AL MENOS UNA MESA REQUERIDA"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-PRIZE-STRUCTURE
           MOVE 0 TO TN-ENTRANTS TN-FEES TN-PAID
           MOVE WS-OPERATOR TO TN-CREATED-BY
           MOVE SPACES TO TN-CLOSED-BY TN-CLOSED-TS
           DISPLAY "CONFIRMAR TORNEO " TN-ID " MESAS " TN-TABLE-COUNT
                   " PREMIOS " WS-PRZ-TOTAL
                   " (S/N): " WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "TORNEO CANCELADO"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TOURNEY-FILE
           WRITE TN-RECORD
               INVALID KEY
                   DISPLAY "TORNEO DUPLICADO - REINTENTE"
               NOT INVALID KEY
                   DISPLAY "TORNEO " TN-ID " CREADO - INSCRIPCION "
                           "ABIERTA"
           END-WRITE
           CLOSE TOURNEY-FILE.

       ASK-TOURNAMENT-TABLES.
           MOVE 0 TO WS-DONE
           PERFORM VARYING WS-TBL-I FROM 1 BY 1
                   UNTIL WS-TBL-I > 4 OR WS-DONE = 1
               MOVE SPACES TO WS-IN-TABLE
               DISPLAY "MESA " WS-TBL-I " (BLANCO = FIN): "
                       WITH NO ADVANCING
               ACCEPT WS-IN-TABLE
               IF WS-IN-TABLE = SPACES
                   MOVE 1 TO WS-DONE
               ELSE
                   PERFORM ADD-TOURNAMENT-TABLE
               END-IF
           END-PERFORM.

       ADD-TOURNAMENT-TABLE.
           PERFORM VARYING WS-TBL-J FROM 1 BY 1
                   UNTIL WS-TBL-J > TN-TABLE-COUNT
               IF TN-TABLE(WS-TBL-J) = WS-IN-TABLE
                   DISPLAY "MESA REPETIDA - IGNORADA"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO TN-TABLE-COUNT
           MOVE WS-IN-TABLE TO TN-TABLE(TN-TABLE-COUNT).

       ASK-PRIZE-STRUCTURE.
           MOVE 0 TO TN-PRIZE-COUNT
           MOVE 0 TO WS-PRZ-TOTAL
           PERFORM VARYING WS-PRZ-I FROM 1 BY 1 UNTIL WS-PRZ-I > 5
               MOVE 0 TO TN-PRIZE(WS-PRZ-I)
           END-PERFORM
           MOVE 0 TO WS-DONE
           PERFORM VARYING WS-PRZ-I FROM 1 BY 1
                   UNTIL WS-PRZ-I > 5 OR WS-DONE = 1
               MOVE 0 TO WS-IN-PRIZE
               DISPLAY "PREMIO PUESTO " WS-PRZ-I " (0 = FIN): "
                       WITH NO ADVANCING
               ACCEPT WS-IN-PRIZE
               IF WS-IN-PRIZE = 0
                   MOVE 1 TO WS-DONE
               ELSE
                   ADD 1 TO TN-PRIZE-COUNT
                   MOVE WS-IN-PRIZE TO TN-PRIZE(TN-PRIZE-COUNT)
                   ADD WS-IN-PRIZE TO WS-PRZ-TOTAL
               END-IF
           END-PERFORM.

       READ-TOURNAMENT.
           MOVE 0 TO WS-TN-FOUND
           MOVE SPACES TO WS-IN-ID
           DISPLAY "TORNEO (ID): " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           IF WS-IN-ID = SPACES
               DISPLAY "TORNEO REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TOURNEY-FILE
           MOVE WS-IN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY "TORNEO NO ENCONTRADO: " WS-IN-ID
               NOT INVALID KEY
                   MOVE 1 TO WS-TN-FOUND
                   PERFORM DISPLAY-TOURNAMENT
           END-READ
           CLOSE TOURNEY-FILE.

       REGISTER-ENTRANT.
           PERFORM READ-TOURNAMENT
           IF WS-TN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF TN-STATUS NOT = "OPEN"
               DISPLAY "INSCRIPCION CERRADA - ESTADO " TN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE TN-ENTRY-FEE TO WS-SEL-FEE
           MOVE TN-START-CHIPS TO WS-SEL-CHIPS
           MOVE SPACES TO WS-IN-PLAYER
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TIMESTAMP
           PERFORM CHECK-ENTRY-PLAYER
           IF WS-REG-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PM-CHIPS < WS-SEL-FEE
               DISPLAY "SALDO INSUFICIENTE PARA LA CUOTA - SALDO "
                       WS-PM-CHIPS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMAR INSCRIPCION DE " WS-IN-PLAYER
                   " CUOTA " WS-SEL-FEE
                   " (S/N): " WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "INSCRIPCION CANCELADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               DISPLAY "MANTENIMIENTO EN CURSO - INTENTE LUEGO"
               EXIT PARAGRAPH
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               DISPLAY "MESA EN JUEGO - INTENTE LUEGO"
               PERFORM RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-REGISTRATION
           PERFORM RELEASE-RUN-LOCK
           IF WS-POST-OK = 1
               DISPLAY WS-IN-PLAYER " INSCRITO EN " WS-IN-ID
                       " - FICHAS DE TORNEO " WS-SEL-CHIPS
                       " SALDO " WS-PM-CHIPS
           END-IF.

       CHECK-ENTRY-PLAYER.
           MOVE 0 TO WS-REG-OK
           OPEN INPUT ENROLL-FILE
           MOVE WS-IN-PLAYER TO EN-PLAYER-ID
           READ ENROLL-FILE
               INVALID KEY
                   MOVE SPACES TO EN-STATUS
           END-READ
           CLOSE ENROLL-FILE
           IF EN-STATUS NOT = "ACTIVE"
               DISPLAY WS-IN-PLAYER " - JUGADOR NO INSCRITO O INACTIVO"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EXCLUSION
           IF WS-EXCL-ACTIVE = 1
               DISPLAY WS-IN-PLAYER " - JUGADOR AUTOEXCLUIDO"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PM-FOUND
           MOVE 0 TO WS-PM-CHIPS
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE WS-IN-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PM-FOUND
                   MOVE PM-CHIPS TO WS-PM-CHIPS
           END-READ
           CLOSE PLAYER-MASTER-FILE
           IF WS-PM-FOUND = 0
               DISPLAY "SIN CUENTA DE JUGADOR PARA " WS-IN-PLAYER
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TE-FOUND
           OPEN INPUT ENTRY-FILE
           MOVE WS-IN-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TE-STATUS NOT = "CLOSED"
                       MOVE 1 TO WS-TE-FOUND
                   END-IF
           END-READ
           CLOSE ENTRY-FILE
           IF WS-TE-FOUND = 1
               DISPLAY WS-IN-PLAYER " - YA INSCRITO EN EL TORNEO "
                       TE-TOURN-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-REG-OK.

       CHECK-EXCLUSION.
           MOVE 0 TO WS-EXCL-ACTIVE
           OPEN INPUT EXCLUSION-FILE
           PERFORM UNTIL 1 = 0
               READ EXCLUSION-FILE INTO EX-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF EX-PLAYER-ID = WS-IN-PLAYER
                   IF (EX-STATUS = "EXCLUDED" OR EX-STATUS = "COOLOFF")
                           AND EX-START-DATE <= WS-TS-DATE
                           AND (EX-END-DATE = SPACES
                               OR EX-END-DATE >= WS-TS-DATE)
                       MOVE 1 TO WS-EXCL-ACTIVE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE EXCLUSION-FILE.

       POST-REGISTRATION.
           MOVE 0 TO WS-POST-OK
           MOVE 0 TO WS-PM-FOUND
           OPEN I-O PLAYER-MASTER-FILE
           MOVE WS-IN-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "SIN CUENTA DE JUGADOR PARA " WS-IN-PLAYER
               NOT INVALID KEY
                   MOVE 1 TO WS-PM-FOUND
           END-READ
           IF WS-PM-FOUND = 0
               CLOSE PLAYER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           IF PM-CHIPS < WS-SEL-FEE
               DISPLAY "SALDO INSUFICIENTE PARA LA CUOTA - SALDO "
                       PM-CHIPS
               CLOSE PLAYER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-SEL-FEE FROM PM-CHIPS
           MOVE PM-CHIPS TO WS-PM-CHIPS
           REWRITE PM-RECORD
           END-REWRITE
           CLOSE PLAYER-MASTER-FILE
           PERFORM COMPUTE-TIMESTAMP
           IF WS-SEL-FEE > 0
               MOVE WS-TIMESTAMP TO CT-TIMESTAMP
               MOVE WS-IN-PLAYER TO CT-PLAYER
               MOVE "TRN_FEE" TO CT-TYPE
               MOVE WS-SEL-FEE TO CT-AMOUNT
               MOVE WS-PM-CHIPS TO CT-CHIPS-AFTER
               MOVE WS-OPERATOR TO CT-OPERATOR
               OPEN EXTEND CASH-FILE
               WRITE CASH-RECORD FROM CT-RECORD
               CLOSE CASH-FILE
           END-IF
           MOVE WS-IN-PLAYER TO TE-PLAYER-ID
           MOVE WS-IN-ID TO TE-TOURN-ID
           MOVE "ACTIVE" TO TE-STATUS
           MOVE WS-SEL-CHIPS TO TE-CHIPS
           MOVE 0 TO TE-IN-PLAY
           MOVE 0 TO TE-ROUNDS
           MOVE WS-SEL-FEE TO TE-FEE
           MOVE WS-TIMESTAMP TO TE-REG-TS
           MOVE WS-OPERATOR TO TE-REG-BY
           MOVE 0 TO TE-RANK
           MOVE 0 TO TE-PRIZE
           OPEN I-O ENTRY-FILE
           WRITE TE-RECORD
               INVALID KEY
                   REWRITE TE-RECORD
                   END-REWRITE
           END-WRITE
           CLOSE ENTRY-FILE
           OPEN I-O TOURNEY-FILE
           MOVE WS-IN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY "*** TORNEO NO ENCONTRADO AL GUARDAR ***"
               NOT INVALID KEY
                   ADD 1 TO TN-ENTRANTS
                   ADD WS-SEL-FEE TO TN-FEES
                   REWRITE TN-RECORD
                   END-REWRITE
           END-READ
           CLOSE TOURNEY-FILE
           MOVE 1 TO WS-POST-OK.

       START-TOURNAMENT.
           PERFORM READ-TOURNAMENT
           IF WS-TN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF TN-STATUS NOT = "OPEN"
               DISPLAY "EL TORNEO NO ESTA EN INSCRIPCION - ESTADO "
                       TN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF TN-ENTRANTS = 0
               DISPLAY "TORNEO SIN INSCRITOS"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-START-LIST
           MOVE TN-TABLE-COUNT TO WS-START-COUNT
           PERFORM VARYING WS-TBL-I FROM 1 BY 1
                   UNTIL WS-TBL-I > WS-START-COUNT
               MOVE TN-TABLE(WS-TBL-I) TO WS-START-TABLE(WS-TBL-I)
           END-PERFORM
           PERFORM CHECK-TABLE-CONFLICT
           IF WS-CONFLICT = 1
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMAR INICIO DEL TORNEO " WS-IN-ID
                   " - SE CIERRA LA INSCRIPCION (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "INICIO CANCELADO"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TOURNEY-FILE
           MOVE WS-IN-ID TO TN-ID
           READ TOURNEY-FILE
               INVALID KEY
                   DISPLAY "*** TORNEO NO ENCONTRADO AL GUARDAR ***"
               NOT INVALID KEY
                   MOVE "RUNNING" TO TN-STATUS
                   REWRITE TN-RECORD
                   END-REWRITE
                   DISPLAY "TORNEO " TN-ID " EN JUEGO"
           END-READ
           CLOSE TOURNEY-FILE.

       CHECK-TABLE-CONFLICT.
           MOVE 0 TO WS-CONFLICT
           OPEN INPUT TOURNEY-FILE
           PERFORM UNTIL 1 = 0
               READ TOURNEY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF TN-STATUS = "RUNNING" AND TN-ID NOT = WS-IN-ID
                   PERFORM VARYING WS-TBL-I FROM 1 BY 1
                           UNTIL WS-TBL-I > TN-TABLE-COUNT
                       PERFORM VARYING WS-TBL-J FROM 1 BY 1
                               UNTIL WS-TBL-J > WS-START-COUNT
                           IF TN-TABLE(WS-TBL-I)
                                   = WS-START-TABLE(WS-TBL-J)
                               DISPLAY "MESA " TN-TABLE(WS-TBL-I)
                                       " OCUPADA POR EL TORNEO " TN-ID
                               MOVE 1 TO WS-CONFLICT
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE TOURNEY-FILE.

       LIST-TOURNAMENTS.
           MOVE 0 TO WS-TN-COUNT
           OPEN INPUT TOURNEY-FILE
           PERFORM UNTIL 1 = 0
               READ TOURNEY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TN-COUNT
               PERFORM DISPLAY-TOURNAMENT
           END-PERFORM
           CLOSE TOURNEY-FILE
           IF WS-TN-COUNT = 0
               DISPLAY "SIN TORNEOS REGISTRADOS"
           END-IF.

       DISPLAY-TOURNAMENT.
           DISPLAY TN-ID " " TN-NAME " " TN-DATE " " TN-STATUS
                   " CUOTA " TN-ENTRY-FEE " FICHAS " TN-START-CHIPS
                   " RONDAS " TN-ROUNDS
           DISPLAY "    MESAS " TN-TABLE(1) " " TN-TABLE(2) " "
                   TN-TABLE(3) " " TN-TABLE(4)
                   " INSCRITOS " TN-ENTRANTS " CUOTAS " TN-FEES
                   " PAGADO " TN-PAID
           DISPLAY "    PREMIOS " TN-PRIZE(1) " " TN-PRIZE(2) " "
                   TN-PRIZE(3) " " TN-PRIZE(4) " " TN-PRIZE(5).

       LIST-ENTRANTS.
           PERFORM READ-TOURNAMENT
           IF WS-TN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TE-COUNT
           OPEN INPUT ENTRY-FILE
           PERFORM UNTIL 1 = 0
               READ ENTRY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF TE-TOURN-ID = WS-IN-ID
                   ADD 1 TO WS-TE-COUNT
                   DISPLAY TE-PLAYER-ID " " TE-STATUS
                           " FICHAS " TE-CHIPS " EN JUEGO " TE-IN-PLAY
                           " RONDAS " TE-ROUNDS
                           " PUESTO " TE-RANK " PREMIO " TE-PRIZE
               END-IF
           END-PERFORM
           CLOSE ENTRY-FILE
           IF WS-TE-COUNT = 0
               DISPLAY "SIN JUGADORES INSCRITOS"
           END-IF.

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
