       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "DATA/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID.
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
           SELECT OPTIONAL OFFER-LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-NAME
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
       FD PROMO-FILE.
           COPY PROMO.
       FD ENROLL-FILE.
           COPY ENROLL.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD EXCLUSION-FILE.
       01 EXCLUSION-RECORD     PIC X(46).
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD OFFER-LIST-FILE.
       01 OFFER-LIST-RECORD    PIC X(20).
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
       01 WS-PR-COUNT           PIC 9(5) VALUE 0.
       01 WS-LIST-NAME          PIC X(40).
       01 WS-IN-PLAYER          PIC X(20).
       01 WS-IN-AMOUNT          PIC 9(6) VALUE 0.
       01 WS-IN-EXPIRY          PIC X(8).
       01 WS-IN-CONFIRM         PIC X(1).
       01 WS-ISS-OK             PIC 9 VALUE 0.
       01 WS-ISS-COUNT          PIC 9(5) VALUE 0.
       01 WS-ISS-REJECT         PIC 9(5) VALUE 0.
       01 WS-ISS-TOTAL          PIC 9(9) VALUE 0.
       01 WS-PM-CHIPS           PIC 9(6) VALUE 0.
       01 WS-EXCL-ACTIVE        PIC 9 VALUE 0.
       01 WS-LIST-DONE          PIC 9 VALUE 0.

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
               DISPLAY "===== CREDITO PROMOCIONAL ====="
               DISPLAY "  L = LISTAR   C = CONSULTAR"
               DISPLAY "  E = EMITIR   Q = SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PROMOS
                   WHEN "C"
                   WHEN "c"
                       PERFORM SHOW-PROMO
                   WHEN "E"
                   WHEN "e"
                       PERFORM ISSUE-OFFERS
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

       LIST-PROMOS.
           MOVE 0 TO WS-PR-COUNT
           OPEN INPUT PROMO-FILE
           PERFORM UNTIL 1 = 0
               READ PROMO-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-PR-COUNT
               PERFORM DISPLAY-PROMO
           END-PERFORM
           CLOSE PROMO-FILE
           IF WS-PR-COUNT = 0
               DISPLAY "SIN CREDITO PROMOCIONAL REGISTRADO"
           END-IF.

       SHOW-PROMO.
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROMO-FILE
           MOVE WS-IN-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "JUGADOR SIN CREDITO PROMOCIONAL"
               NOT INVALID KEY
                   PERFORM DISPLAY-PROMO
           END-READ
           CLOSE PROMO-FILE.

       DISPLAY-PROMO.
           DISPLAY PR-PLAYER-ID " SALDO " PR-BALANCE
                   " EN JUEGO " PR-IN-PLAY
                   " CADUCA " PR-EXPIRY-DATE
           DISPLAY "    EMITIDO " PR-ISSUE-DATE
                   " POR " PR-OPERATOR
                   " TOTAL EMITIDO " PR-ISSUED
                   " JUGADO " PR-PLAYED
                   " CADUCADO " PR-EXPIRED.

       ISSUE-OFFERS.
           PERFORM COMPUTE-TIMESTAMP
           DISPLAY "IMPORTE POR JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT
           IF WS-IN-AMOUNT = 0
               DISPLAY "IMPORTE REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA DE CADUCIDAD (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-EXPIRY
           IF WS-IN-EXPIRY NOT NUMERIC
               DISPLAY "FECHA NO VALIDA"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-EXPIRY < WS-TS-DATE
               DISPLAY "LA CADUCIDAD NO PUEDE SER ANTERIOR A HOY"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIST-NAME
           DISPLAY "ARCHIVO DE JUGADORES (VACIO = TECLADO): "
                   WITH NO ADVANCING
           ACCEPT WS-LIST-NAME
           DISPLAY "CONFIRMAR EMISION DE " WS-IN-AMOUNT
                   " CON CADUCIDAD " WS-IN-EXPIRY
                   " (S/N): " WITH NO ADVANCING
           ACCEPT WS-IN-CONFIRM
           IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
               DISPLAY "EMISION CANCELADA"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ISS-COUNT
           MOVE 0 TO WS-ISS-REJECT
           MOVE 0 TO WS-ISS-TOTAL
           IF WS-LIST-NAME = SPACES
               PERFORM ISSUE-FROM-KEYBOARD
           ELSE
               PERFORM ISSUE-FROM-LIST
           END-IF
           DISPLAY "OFERTAS EMITIDAS: " WS-ISS-COUNT
                   "  IMPORTE " WS-ISS-TOTAL
                   "  RECHAZADAS: " WS-ISS-REJECT.

       ISSUE-FROM-KEYBOARD.
           MOVE 0 TO WS-LIST-DONE
           PERFORM UNTIL WS-LIST-DONE = 1
               DISPLAY "JUGADOR (VACIO = FIN): " WITH NO ADVANCING
               MOVE SPACES TO WS-IN-PLAYER
               ACCEPT WS-IN-PLAYER
               IF WS-IN-PLAYER = SPACES
                   MOVE 1 TO WS-LIST-DONE
               ELSE
                   PERFORM ISSUE-ONE-OFFER
               END-IF
           END-PERFORM.

       ISSUE-FROM-LIST.
           OPEN INPUT OFFER-LIST-FILE
           PERFORM UNTIL 1 = 0
               READ OFFER-LIST-FILE INTO WS-IN-PLAYER
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-IN-PLAYER NOT = SPACES
                   PERFORM ISSUE-ONE-OFFER
               END-IF
           END-PERFORM
           CLOSE OFFER-LIST-FILE.

       ISSUE-ONE-OFFER.
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               DISPLAY WS-IN-PLAYER
                       " - MANTENIMIENTO EN CURSO - INTENTE LUEGO"
               ADD 1 TO WS-ISS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               DISPLAY WS-IN-PLAYER " - MESA EN JUEGO - INTENTE LUEGO"
               ADD 1 TO WS-ISS-REJECT
               PERFORM RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-OFFER
           PERFORM RELEASE-RUN-LOCK.

       POST-OFFER.
           PERFORM CHECK-OFFER-PLAYER
           IF WS-ISS-OK = 0
               ADD 1 TO WS-ISS-REJECT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROMO-FILE
           MOVE WS-IN-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   MOVE WS-IN-PLAYER TO PR-PLAYER-ID
                   MOVE 0 TO PR-BALANCE PR-IN-PLAY
                   MOVE 0 TO PR-ISSUED PR-PLAYED PR-EXPIRED
                   MOVE SPACES TO PR-EXPIRY-DATE
           END-READ
           IF PR-BALANCE + WS-IN-AMOUNT > 9999999
               CLOSE PROMO-FILE
               DISPLAY WS-IN-PLAYER " - SALDO PROMOCIONAL AL MAXIMO"
               ADD 1 TO WS-ISS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF PR-BALANCE = 0 OR WS-IN-EXPIRY > PR-EXPIRY-DATE
               MOVE WS-IN-EXPIRY TO PR-EXPIRY-DATE
           END-IF
           ADD WS-IN-AMOUNT TO PR-BALANCE
           ADD WS-IN-AMOUNT TO PR-ISSUED
           MOVE WS-TS-DATE TO PR-ISSUE-DATE
           MOVE WS-OPERATOR TO PR-OPERATOR
           WRITE PR-RECORD
               INVALID KEY
                   REWRITE PR-RECORD
                   END-REWRITE
           END-WRITE
           CLOSE PROMO-FILE
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-IN-PLAYER TO CT-PLAYER
           MOVE "PROMO_ISS" TO CT-TYPE
           MOVE WS-IN-AMOUNT TO CT-AMOUNT
           MOVE WS-PM-CHIPS TO CT-CHIPS-AFTER
           MOVE WS-OPERATOR TO CT-OPERATOR
           OPEN EXTEND CASH-FILE
           WRITE CASH-RECORD FROM CT-RECORD
           CLOSE CASH-FILE
           ADD 1 TO WS-ISS-COUNT
           ADD WS-IN-AMOUNT TO WS-ISS-TOTAL
           DISPLAY WS-IN-PLAYER " - EMITIDO " WS-IN-AMOUNT
                   " SALDO " PR-BALANCE " CADUCA " PR-EXPIRY-DATE.

       CHECK-OFFER-PLAYER.
           MOVE 0 TO WS-ISS-OK
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
           MOVE 0 TO WS-PM-CHIPS
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE WS-IN-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-CHIPS TO WS-PM-CHIPS
           END-READ
           CLOSE PLAYER-MASTER-FILE
           MOVE 1 TO WS-ISS-OK.

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
