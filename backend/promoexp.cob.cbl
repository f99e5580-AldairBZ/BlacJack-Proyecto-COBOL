       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "DATA/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
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
       FD PROMO-FILE.
           COPY PROMO.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(22).
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
           COPY BATCHCTL.
           COPY RUNIDX.

       01 WS-PRINT-NAME         PIC X(29).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-TS-TIME            PIC X(8).
       01 WS-RUN-TS             PIC X(14).
       01 WS-SYS-DATE           PIC X(8).
       01 WS-RPT-TODAY          PIC X(8).
       01 WS-EXP-TS             PIC X(14).
       01 WS-BC-FOUND           PIC 9 VALUE 0.
       01 WS-CONFIRM            PIC X(1).
       01 WS-PM-CHIPS           PIC 9(6) VALUE 0.
       01 WS-EXP-AMT            PIC 9(7) VALUE 0.
       01 WS-EXP-COUNT          PIC 9(6) VALUE 0.
       01 WS-EXP-TOTAL          PIC 9(11) VALUE 0.
       01 WS-PR-COUNT           PIC 9(6) VALUE 0.
       01 WS-OPEN-TOTAL         PIC 9(11) VALUE 0.
       01 WS-PLAY-TOTAL         PIC 9(11) VALUE 0.
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
           IF WS-BATCH-MODE = "BATCH"
               MOVE WS-BATCH-DATE TO WS-RPT-TODAY
           ELSE
               DISPLAY "FECHA DE NEGOCIO (YYYYMMDD, VACIO = CONTROL): "
                       WITH NO ADVANCING
               ACCEPT WS-RPT-TODAY
           END-IF
           PERFORM READ-BATCH-CONTROL
           IF WS-RPT-TODAY = SPACES OR WS-RPT-TODAY = "00000000"
               IF WS-BC-FOUND = 1 AND BC-OPEN-DATE NOT = SPACES
                   MOVE BC-OPEN-DATE TO WS-RPT-TODAY
               ELSE
                   ACCEPT WS-RPT-TODAY FROM DATE YYYYMMDD
               END-IF
           END-IF
           IF WS-RPT-TODAY NOT NUMERIC
               DISPLAY "FECHA NO VALIDA: " WS-RPT-TODAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BC-FOUND = 1 AND BC-LAST-CLOSED NOT = SPACES
                   AND WS-RPT-TODAY <= BC-LAST-CLOSED
               DISPLAY "FECHA YA CERRADA: " WS-RPT-TODAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-RUN-TS
           MOVE SPACES TO WS-EXP-TS
           STRING WS-RPT-TODAY DELIMITED BY SIZE
                  "235959" DELIMITED BY SIZE
                  INTO WS-EXP-TS
           IF WS-BATCH-MODE = "BATCH"
               MOVE "S" TO WS-CONFIRM
           ELSE
               DISPLAY "CONFIRMAR CADUCIDAD DE CREDITOS AL "
                       WS-RPT-TODAY " (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "CADUCIDAD CANCELADA"
               MOVE "PROMOEXP" TO RI-REPORT
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               DISPLAY "MESA OCUPADA - CADUCIDAD CANCELADA"
               MOVE "PROMOEXP" TO RI-REPORT
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               DISPLAY "MESA EN JUEGO - CADUCIDAD CANCELADA"
               PERFORM RELEASE-RUN-LOCK
               MOVE "PROMOEXP" TO RI-REPORT
               MOVE "AVISO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/PROMOEXP." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "JUGADOR              EMITIDO  OPERADOR CADUCA   "
               TO WS-PRINT-LINE
           MOVE "IMPORTE CADUCADO" TO WS-PRINT-LINE(52:16)
           PERFORM PRINT-LINE-OUT
           PERFORM EXPIRE-CREDITS
           PERFORM RELEASE-RUN-LOCK
           IF WS-EXP-COUNT = 0
               MOVE "SIN CREDITOS PROMOCIONALES CADUCADOS"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-LINE-OUT
           STRING "CREDITOS CADUCADOS: " WS-EXP-COUNT
                  "  IMPORTE TOTAL " WS-EXP-TOTAL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "JUGADORES CON CREDITO: " WS-PR-COUNT
                  "  SALDO VIGENTE " WS-OPEN-TOTAL
                  "  EN JUEGO " WS-PLAY-TOTAL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "TOTAL A CUADRAR CON CUENTA GL 206000 = SALDO VIGENTE"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE
           MOVE "PROMOEXP" TO RI-REPORT
           MOVE "COMPLETO" TO RI-STATUS
           PERFORM WRITE-RUN-INDEX
           DISPLAY "CREDITOS CADUCADOS: " WS-EXP-COUNT
                   "  IMPORTE " WS-EXP-TOTAL
           DISPLAY "INFORME ESCRITO EN " WS-PRINT-NAME
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

       COMPUTE-RUN-TS.
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-SYS-DATE DELIMITED BY SIZE
                  WS-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-TS.

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
           STRING "PROMOTIONAL CREDIT EXPIRY"
                  "  FECHA NEGOCIO " WS-RPT-TODAY
                  "  EJECUTADO " WS-RUN-TS(1:8)
                  "  PAGINA " WS-PAGE-NUM
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-RUN-INDEX.
           MOVE WS-RPT-TODAY TO RI-BUS-DATE
           MOVE WS-RUN-TS TO RI-RUN-TS
           OPEN EXTEND RUN-INDEX-FILE
           WRITE RUN-INDEX-RECORD FROM RI-RECORD
           CLOSE RUN-INDEX-FILE.

       READ-BATCH-CONTROL.
           MOVE 0 TO WS-BC-FOUND
           OPEN INPUT BATCH-CONTROL-FILE
           READ BATCH-CONTROL-FILE INTO BC-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-BC-FOUND
           END-READ
           CLOSE BATCH-CONTROL-FILE.

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

       EXPIRE-CREDITS.
           OPEN I-O PROMO-FILE
           PERFORM UNTIL 1 = 0
               READ PROMO-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF PR-BALANCE > 0
                       AND PR-EXPIRY-DATE NUMERIC
                       AND PR-EXPIRY-DATE <= WS-RPT-TODAY
                   PERFORM EXPIRE-ONE-CREDIT
               END-IF
               IF PR-BALANCE > 0 OR PR-IN-PLAY > 0
                   ADD 1 TO WS-PR-COUNT
                   ADD PR-BALANCE TO WS-OPEN-TOTAL
                   ADD PR-IN-PLAY TO WS-PLAY-TOTAL
               END-IF
           END-PERFORM
           CLOSE PROMO-FILE.

       EXPIRE-ONE-CREDIT.
           MOVE PR-BALANCE TO WS-EXP-AMT
           MOVE 0 TO WS-PM-CHIPS
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE PR-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-CHIPS TO WS-PM-CHIPS
           END-READ
           CLOSE PLAYER-MASTER-FILE
           MOVE WS-EXP-TS TO CT-TIMESTAMP
           MOVE PR-PLAYER-ID TO CT-PLAYER
           MOVE "PROMO_EXP" TO CT-TYPE
           MOVE WS-EXP-AMT TO CT-AMOUNT
           MOVE WS-PM-CHIPS TO CT-CHIPS-AFTER
           MOVE "SISTEMA" TO CT-OPERATOR
           OPEN EXTEND CASH-FILE
           WRITE CASH-RECORD FROM CT-RECORD
           CLOSE CASH-FILE
           ADD WS-EXP-AMT TO PR-EXPIRED
           MOVE 0 TO PR-BALANCE
           REWRITE PR-RECORD
           END-REWRITE
           ADD 1 TO WS-EXP-COUNT
           ADD WS-EXP-AMT TO WS-EXP-TOTAL
           STRING PR-PLAYER-ID " " PR-ISSUE-DATE " " PR-OPERATOR
                  " " PR-EXPIRY-DATE " " WS-EXP-AMT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.
