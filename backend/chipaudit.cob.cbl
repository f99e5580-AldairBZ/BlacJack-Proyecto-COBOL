       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHIPAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-STATE-FILE
               ASSIGN TO "DATA/HANDSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-PLAYER-ID.
           SELECT OPTIONAL ENTRY-FILE
               ASSIGN TO "DATA/TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-PLAYER-ID.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CTL-FILE
               ASSIGN TO "DATA/ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-INDEX-FILE
               ASSIGN TO "REPORTS/RUNINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD HAND-STATE-FILE.
           COPY HANDSTATE.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD HAND-HISTORY-FILE.
       01 HAND-HISTORY-RECORD  PIC X(236).
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD ARCH-HH-FILE.
       01 ARCH-HH-RECORD       PIC X(236).
       FD ARCH-CT-FILE.
       01 ARCH-CT-RECORD       PIC X(65).
       FD ARCH-CTL-FILE.
       01 ARCH-CTL-RECORD      PIC X(36).
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(22).
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
           COPY HANDHIST.
           COPY CASHTXN.
           COPY ARCHCTL.
           COPY BATCHCTL.
           COPY RUNIDX.

       01 WS-PRINT-NAME         PIC X(30).
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
       01 WS-BC-FOUND           PIC 9 VALUE 0.
       01 WS-ARCH-HH-NAME       PIC X(27).
       01 WS-ARCH-CT-NAME       PIC X(26).
       01 WS-ARCH-DATE          PIC X(8).

       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 400 TIMES INDEXED BY WS-GEN-IDX.
             10 WS-GEN-DATE     PIC X(8).
             10 WS-GEN-HH       PIC 9.
             10 WS-GEN-CT       PIC 9.
       01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01 WS-GEN-FOUND          PIC 9 VALUE 0.

       01 WS-CUR-PLAYER         PIC X(20).
       01 WS-CUR-CHIPS          PIC 9(6).
       01 WS-CUR-GEN            PIC X(8).
       01 WS-EVT-TABLE.
          05 WS-EVT-ENTRY OCCURS 5000 TIMES.
             10 WS-EVT-TS       PIC X(14).
             10 WS-EVT-GEN      PIC X(8).
             10 WS-EVT-SRC      PIC X(2).
             10 WS-EVT-DESC     PIC X(10).
             10 WS-EVT-AMT      PIC 9(7).
             10 WS-EVT-STAKE    PIC 9(6).
             10 WS-EVT-OPEN     PIC 9(7).
             10 WS-EVT-BAL      PIC 9(6).
             10 WS-EVT-KEY      PIC X(35).
       01 WS-EVT-COUNT          PIC 9(4) VALUE 0.
       01 WS-EVT-FULL           PIC 9 VALUE 0.
       01 WS-EVT-I              PIC 9(4).
       01 WS-EVT-J              PIC 9(4).
       01 WS-EVT-SWAP           PIC X(95).
       01 WS-EVT-KEY-WK.
          05 WS-KEY-TABLE       PIC X(4).
          05 WS-KEY-SHOE-TS     PIC X(14).
          05 WS-KEY-SHOE-START  PIC 9(3).
          05 WS-KEY-ROUND       PIC X(14).

       01 WS-PREV-END           PIC S9(8).
       01 WS-GAP                PIC S9(8).
       01 WS-FLOAT              PIC S9(8).
       01 WS-FLOAT-AT           PIC 9(4).
       01 WS-GROUP-STAKE        PIC 9(8).
       01 WS-GROUP-LAST         PIC 9 VALUE 0.
       01 WS-OPEN-STAKE         PIC 9(8).
       01 WS-EXPECT-END         PIC S9(8).
       01 WS-BRK-AMT            PIC S9(8).
       01 WS-BRK-TEXT           PIC X(44).
       01 WS-BRK-PREV           PIC 9(4).
       01 WS-BRK-NEXT           PIC 9(4).
       01 WS-PLR-BREAKS         PIC 9(5).
       01 WS-PLR-HEAD-DONE      PIC 9 VALUE 0.

       01 WS-PLAYER-COUNT       PIC 9(6) VALUE 0.
       01 WS-IDLE-COUNT         PIC 9(6) VALUE 0.
       01 WS-BREAK-PLAYERS      PIC 9(6) VALUE 0.
       01 WS-BREAK-COUNT        PIC 9(6) VALUE 0.
       01 WS-FULL-PLAYERS       PIC 9(6) VALUE 0.
       01 WS-EVT-TOTAL          PIC 9(9) VALUE 0.
       01 WS-LIAB-TOTAL         PIC 9(11) VALUE 0.
       01 WS-STAKE-TOTAL        PIC 9(11) VALUE 0.
       01 WS-CHAIN-TOTAL        PIC 9(11) VALUE 0.
       01 WS-HOUSE-TOTAL        PIC 9(11) VALUE 0.

       01 WS-AMT-ED             PIC -Z(7)9.
       01 WS-TOT-ED             PIC Z(10)9.

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
           IF WS-RPT-TODAY = SPACES OR WS-RPT-TODAY = "00000000"
               PERFORM READ-BATCH-CONTROL
               IF WS-BC-FOUND = 1
                   IF BC-LAST-CLOSED NOT = SPACES
                       MOVE BC-LAST-CLOSED TO WS-RPT-TODAY
                   ELSE
                       MOVE BC-OPEN-DATE TO WS-RPT-TODAY
                   END-IF
               ELSE
                   ACCEPT WS-RPT-TODAY FROM DATE YYYYMMDD
               END-IF
           END-IF
           IF WS-RPT-TODAY NOT NUMERIC
               DISPLAY "FECHA NO VALIDA: " WS-RPT-TODAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-GENERATIONS
           PERFORM COMPUTE-RUN-TS
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/CHIPAUDIT." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GENERACIONES ARCHIVADAS " WS-GEN-COUNT
                  " MAS FICHEROS VIVOS HANDHIST.DAT Y CASHTXN.DAT"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           MOVE "===== RUPTURAS DE LA CADENA DE SALDOS ====="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           OPEN INPUT HAND-STATE-FILE
           OPEN INPUT ENTRY-FILE
           OPEN INPUT PLAYER-MASTER-FILE
           PERFORM UNTIL 1 = 0
               READ PLAYER-MASTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE PM-PLAYER-ID TO WS-CUR-PLAYER
               MOVE PM-CHIPS     TO WS-CUR-CHIPS
               PERFORM AUDIT-PLAYER
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE
           CLOSE ENTRY-FILE
           CLOSE HAND-STATE-FILE
           IF WS-BREAK-COUNT = 0
               MOVE "SIN RUPTURAS - TODAS LAS CADENAS CUADRAN"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-TOTALS
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE
           MOVE "CHIPAUDIT" TO RI-REPORT
           IF WS-BREAK-COUNT > 0
               MOVE "DESCUAD" TO RI-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-FULL-PLAYERS > 0
                   MOVE "AVISO" TO RI-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "COMPLETO" TO RI-STATUS
               END-IF
           END-IF
           PERFORM WRITE-RUN-INDEX
           DISPLAY "JUGADORES " WS-PLAYER-COUNT
                   "  RUPTURAS " WS-BREAK-COUNT
                   "  FICHAS EN CIRCULACION " WS-HOUSE-TOTAL
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
           STRING "CHIP BALANCE CHAIN AUDIT"
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

       LOAD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT ARCH-CTL-FILE
           PERFORM UNTIL 1 = 0
               READ ARCH-CTL-FILE INTO AC-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF AC-FILE = "HANDHIST" OR AC-FILE = "CASHTXN"
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
               MOVE 0 TO WS-GEN-HH(WS-GEN-IDX)
               MOVE 0 TO WS-GEN-CT(WS-GEN-IDX)
           END-IF
           IF AC-FILE = "HANDHIST"
               MOVE 1 TO WS-GEN-HH(WS-GEN-IDX)
           ELSE
               MOVE 1 TO WS-GEN-CT(WS-GEN-IDX)
           END-IF.

       AUDIT-PLAYER.
           ADD 1 TO WS-PLAYER-COUNT
           ADD WS-CUR-CHIPS TO WS-LIAB-TOTAL
           MOVE 0 TO WS-EVT-COUNT
           MOVE 0 TO WS-EVT-FULL
           MOVE 0 TO WS-PLR-BREAKS
           MOVE 0 TO WS-PLR-HEAD-DONE
           PERFORM READ-OPEN-STAKE
           ADD WS-OPEN-STAKE TO WS-STAKE-TOTAL
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-ARCH-DATE
               MOVE WS-ARCH-DATE TO WS-CUR-GEN
               IF WS-GEN-HH(WS-GEN-IDX) = 1
                   PERFORM COLLECT-ARCH-HANDS
               END-IF
               IF WS-GEN-CT(WS-GEN-IDX) = 1
                   PERFORM COLLECT-ARCH-CASH
               END-IF
           END-PERFORM
           MOVE "VIVO" TO WS-CUR-GEN
           PERFORM COLLECT-LIVE-HANDS
           PERFORM COLLECT-LIVE-CASH
           IF WS-EVT-FULL = 1
               ADD 1 TO WS-FULL-PLAYERS
               PERFORM PRINT-PLAYER-HEAD
               MOVE "  *** TABLA DE EVENTOS LLENA - SIN VERIFICAR ***"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
               ADD WS-CUR-CHIPS TO WS-CHAIN-TOTAL
               ADD WS-OPEN-STAKE TO WS-CHAIN-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-COUNT = 0
               ADD 1 TO WS-IDLE-COUNT
               ADD WS-CUR-CHIPS TO WS-CHAIN-TOTAL
               ADD WS-OPEN-STAKE TO WS-CHAIN-TOTAL
               PERFORM CHECK-IDLE-PLAYER
               EXIT PARAGRAPH
           END-IF
           ADD WS-EVT-COUNT TO WS-EVT-TOTAL
           PERFORM SORT-EVENTS
           PERFORM WALK-CHAIN
           IF WS-PLR-BREAKS > 0
               ADD 1 TO WS-BREAK-PLAYERS
               ADD WS-PLR-BREAKS TO WS-BREAK-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF.

       READ-OPEN-STAKE.
           MOVE 0 TO WS-OPEN-STAKE
           MOVE WS-CUR-PLAYER TO HS-PLAYER-ID
           READ HAND-STATE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CUR-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TE-STATUS = "ACTIVE" AND TE-IN-PLAY > 0
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           IF HS-BET NUMERIC
               ADD HS-BET TO WS-OPEN-STAKE
           END-IF
           IF HS-BET2 NUMERIC
               ADD HS-BET2 TO WS-OPEN-STAKE
           END-IF
           IF HS-SIDE-PP-BET NUMERIC
               ADD HS-SIDE-PP-BET TO WS-OPEN-STAKE
           END-IF
           IF HS-SIDE-21-BET NUMERIC
               ADD HS-SIDE-21-BET TO WS-OPEN-STAKE
           END-IF.

       CHECK-IDLE-PLAYER.
           IF WS-OPEN-STAKE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-PLAYER-HEAD
           MOVE WS-OPEN-STAKE TO WS-AMT-ED
           STRING "  APUESTA EN CURSO " WS-AMT-ED
                  " SIN NINGUN REGISTRO DE ACTIVIDAD"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           ADD 1 TO WS-BREAK-PLAYERS
           ADD 1 TO WS-BREAK-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       COLLECT-ARCH-HANDS.
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
               PERFORM ADD-HAND-EVENT
           END-PERFORM
           CLOSE ARCH-HH-FILE.

       COLLECT-LIVE-HANDS.
           OPEN INPUT HAND-HISTORY-FILE
           PERFORM UNTIL 1 = 0
               READ HAND-HISTORY-FILE INTO HH-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM ADD-HAND-EVENT
           END-PERFORM
           CLOSE HAND-HISTORY-FILE.

       ADD-HAND-EVENT.
           IF HH-PLAYER NOT = WS-CUR-PLAYER
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-COUNT >= 5000
               MOVE 1 TO WS-EVT-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-COUNT
           MOVE HH-TIMESTAMP TO WS-EVT-TS(WS-EVT-COUNT)
           MOVE WS-CUR-GEN   TO WS-EVT-GEN(WS-EVT-COUNT)
           MOVE "HH"         TO WS-EVT-SRC(WS-EVT-COUNT)
           MOVE HH-OUTCOME   TO WS-EVT-DESC(WS-EVT-COUNT)
           MOVE HH-BET       TO WS-EVT-AMT(WS-EVT-COUNT)
           MOVE HH-CHIPS-BEFORE TO WS-EVT-OPEN(WS-EVT-COUNT)
           MOVE HH-CHIPS     TO WS-EVT-BAL(WS-EVT-COUNT)
           MOVE HH-BET       TO WS-EVT-STAKE(WS-EVT-COUNT)
           MOVE SPACES       TO WS-EVT-KEY(WS-EVT-COUNT)
           IF HH-BET = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HH-TABLE      TO WS-KEY-TABLE
           MOVE HH-SHOE-TS    TO WS-KEY-SHOE-TS
           MOVE HH-SHOE-START TO WS-KEY-SHOE-START
           MOVE HH-ROUND-ID   TO WS-KEY-ROUND
           IF HH-SHOE-TS = SPACES AND HH-ROUND-ID = SPACES
               MOVE HH-TIMESTAMP TO WS-KEY-ROUND
           END-IF
           MOVE WS-EVT-KEY-WK TO WS-EVT-KEY(WS-EVT-COUNT).

       COLLECT-ARCH-CASH.
           MOVE SPACES TO WS-ARCH-CT-NAME
           STRING "DATA/CASHTXN." DELIMITED BY SIZE
                  WS-ARCH-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCH-CT-NAME
           OPEN INPUT ARCH-CT-FILE
           PERFORM UNTIL 1 = 0
               READ ARCH-CT-FILE INTO CT-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM ADD-CASH-EVENT
           END-PERFORM
           CLOSE ARCH-CT-FILE.

       COLLECT-LIVE-CASH.
           OPEN INPUT CASH-FILE
           PERFORM UNTIL 1 = 0
               READ CASH-FILE INTO CT-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM ADD-CASH-EVENT
           END-PERFORM
           CLOSE CASH-FILE.

       ADD-CASH-EVENT.
           IF CT-PLAYER NOT = WS-CUR-PLAYER
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-COUNT >= 5000
               MOVE 1 TO WS-EVT-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVT-COUNT
           MOVE CT-TIMESTAMP TO WS-EVT-TS(WS-EVT-COUNT)
           MOVE WS-CUR-GEN   TO WS-EVT-GEN(WS-EVT-COUNT)
           MOVE "CT"         TO WS-EVT-SRC(WS-EVT-COUNT)
           MOVE CT-TYPE      TO WS-EVT-DESC(WS-EVT-COUNT)
           MOVE CT-AMOUNT    TO WS-EVT-AMT(WS-EVT-COUNT)
           MOVE CT-CHIPS-AFTER TO WS-EVT-BAL(WS-EVT-COUNT)
           MOVE 0            TO WS-EVT-STAKE(WS-EVT-COUNT)
           MOVE SPACES       TO WS-EVT-KEY(WS-EVT-COUNT)
           EVALUATE CT-TYPE
               WHEN "CASHIN"
               WHEN "COMP_RDM"
               WHEN "ADJUST_CR"
               WHEN "TRN_PRIZE"
                   IF CT-AMOUNT > CT-CHIPS-AFTER
                       MOVE 0 TO WS-EVT-OPEN(WS-EVT-COUNT)
                   ELSE
                       COMPUTE WS-EVT-OPEN(WS-EVT-COUNT) =
                           CT-CHIPS-AFTER - CT-AMOUNT
                   END-IF
               WHEN "SB_LOSS"
               WHEN "PROMO_ISS"
               WHEN "PROMO_PLAY"
               WHEN "PROMO_RET"
               WHEN "PROMO_EXP"
               WHEN "ADJUST_REQ"
                   MOVE CT-CHIPS-AFTER TO WS-EVT-OPEN(WS-EVT-COUNT)
               WHEN OTHER
                   COMPUTE WS-EVT-OPEN(WS-EVT-COUNT) =
                       CT-CHIPS-AFTER + CT-AMOUNT
           END-EVALUATE.

       SORT-EVENTS.
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
                   UNTIL WS-EVT-I >= WS-EVT-COUNT
               PERFORM VARYING WS-EVT-J FROM 1 BY 1
                       UNTIL WS-EVT-J > WS-EVT-COUNT - WS-EVT-I
                   IF WS-EVT-TS(WS-EVT-J) > WS-EVT-TS(WS-EVT-J + 1)
                       MOVE WS-EVT-ENTRY(WS-EVT-J) TO WS-EVT-SWAP
                       MOVE WS-EVT-ENTRY(WS-EVT-J + 1)
                           TO WS-EVT-ENTRY(WS-EVT-J)
                       MOVE WS-EVT-SWAP TO WS-EVT-ENTRY(WS-EVT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WALK-CHAIN.
           MOVE 0 TO WS-FLOAT
           MOVE 0 TO WS-FLOAT-AT
           MOVE WS-EVT-OPEN(1) TO WS-PREV-END
           IF WS-EVT-STAKE(1) > 0
               MOVE 1 TO WS-EVT-I
               PERFORM SUM-GROUP-STAKE
               ADD WS-GROUP-STAKE TO WS-PREV-END
           END-IF
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
                   UNTIL WS-EVT-I > WS-EVT-COUNT
               PERFORM CHECK-LINK
               MOVE WS-EVT-BAL(WS-EVT-I) TO WS-PREV-END
           END-PERFORM
           IF WS-FLOAT > WS-OPEN-STAKE
               COMPUTE WS-BRK-AMT = WS-FLOAT - WS-OPEN-STAKE
               MOVE "FICHAS DESCONTADAS SIN REGISTRO" TO WS-BRK-TEXT
               COMPUTE WS-BRK-PREV = WS-FLOAT-AT - 1
               MOVE WS-FLOAT-AT TO WS-BRK-NEXT
               PERFORM PRINT-BREAK
               MOVE WS-OPEN-STAKE TO WS-FLOAT
           END-IF
           COMPUTE WS-EXPECT-END =
               WS-PREV-END - WS-OPEN-STAKE + WS-FLOAT
           ADD WS-PREV-END TO WS-CHAIN-TOTAL
           ADD WS-FLOAT TO WS-CHAIN-TOTAL
           IF WS-EXPECT-END NOT = WS-CUR-CHIPS
               COMPUTE WS-BRK-AMT = WS-CUR-CHIPS - WS-EXPECT-END
               MOVE "SALDO FINAL DISTINTO DE PLAYERS.DAT"
                   TO WS-BRK-TEXT
               MOVE WS-EVT-COUNT TO WS-BRK-PREV
               MOVE 0 TO WS-BRK-NEXT
               PERFORM PRINT-BREAK
           END-IF.

       CHECK-LINK.
           COMPUTE WS-GAP = WS-PREV-END - WS-EVT-OPEN(WS-EVT-I)
           IF WS-GAP < 0
               COMPUTE WS-BRK-AMT = 0 - WS-GAP
               MOVE "SALDO INICIAL SUPERIOR AL FINAL ANTERIOR"
                   TO WS-BRK-TEXT
               COMPUTE WS-BRK-PREV = WS-EVT-I - 1
               MOVE WS-EVT-I TO WS-BRK-NEXT
               PERFORM PRINT-BREAK
           END-IF
           IF WS-GAP > 0
               IF WS-FLOAT = 0
                   MOVE WS-EVT-I TO WS-FLOAT-AT
               END-IF
               ADD WS-GAP TO WS-FLOAT
           END-IF
           IF WS-EVT-SRC(WS-EVT-I) = "CT"
                   AND WS-EVT-DESC(WS-EVT-I) = "PROMO_PLAY"
               IF WS-FLOAT = 0
                   MOVE WS-EVT-I TO WS-FLOAT-AT
               END-IF
               ADD WS-EVT-AMT(WS-EVT-I) TO WS-FLOAT
           END-IF
           IF WS-EVT-STAKE(WS-EVT-I) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-STAKE(WS-EVT-I) > WS-FLOAT
               COMPUTE WS-BRK-AMT = WS-EVT-STAKE(WS-EVT-I) - WS-FLOAT
               MOVE "APUESTA LIQUIDADA SIN DESCUENTO PREVIO"
                   TO WS-BRK-TEXT
               COMPUTE WS-BRK-PREV = WS-EVT-I - 1
               MOVE WS-EVT-I TO WS-BRK-NEXT
               PERFORM PRINT-BREAK
               MOVE 0 TO WS-FLOAT
           ELSE
               SUBTRACT WS-EVT-STAKE(WS-EVT-I) FROM WS-FLOAT
           END-IF
           PERFORM CHECK-GROUP-LAST
           IF WS-GROUP-LAST = 1 AND WS-FLOAT > 0
               MOVE WS-FLOAT TO WS-BRK-AMT
               MOVE "FICHAS DESCONTADAS SIN REGISTRO" TO WS-BRK-TEXT
               COMPUTE WS-BRK-PREV = WS-FLOAT-AT - 1
               MOVE WS-FLOAT-AT TO WS-BRK-NEXT
               PERFORM PRINT-BREAK
               MOVE 0 TO WS-FLOAT
           END-IF
           IF WS-FLOAT = 0
               MOVE 0 TO WS-FLOAT-AT
           END-IF.

       SUM-GROUP-STAKE.
           MOVE 0 TO WS-GROUP-STAKE
           PERFORM VARYING WS-EVT-J FROM WS-EVT-I BY 1
                   UNTIL WS-EVT-J > WS-EVT-COUNT
               IF WS-EVT-STAKE(WS-EVT-J) > 0
                   IF WS-EVT-KEY(WS-EVT-J) NOT = WS-EVT-KEY(WS-EVT-I)
                       EXIT PERFORM
                   END-IF
                   ADD WS-EVT-STAKE(WS-EVT-J) TO WS-GROUP-STAKE
               END-IF
           END-PERFORM.

       CHECK-GROUP-LAST.
           MOVE 1 TO WS-GROUP-LAST
           PERFORM VARYING WS-EVT-J FROM WS-EVT-I BY 1
                   UNTIL WS-EVT-J >= WS-EVT-COUNT
               IF WS-EVT-STAKE(WS-EVT-J + 1) > 0
                   IF WS-EVT-KEY(WS-EVT-J + 1) = WS-EVT-KEY(WS-EVT-I)
                       MOVE 0 TO WS-GROUP-LAST
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-PLAYER-HEAD.
           IF WS-PLR-HEAD-DONE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PLR-HEAD-DONE
           STRING "JUGADOR " WS-CUR-PLAYER
                  "  SALDO PLAYERS.DAT " WS-CUR-CHIPS
                  "  APUESTA EN CURSO " WS-OPEN-STAKE
                  "  REGISTROS " WS-EVT-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "             HORA           GENERAC. OR CONCEPTO  "
               TO WS-PRINT-LINE
           MOVE "IMPORTE  SALDO INI SALDO FIN" TO WS-PRINT-LINE(52:28)
           PERFORM PRINT-LINE-OUT.

       PRINT-BREAK.
           ADD 1 TO WS-PLR-BREAKS
           PERFORM PRINT-PLAYER-HEAD
           MOVE WS-BRK-AMT TO WS-AMT-ED
           STRING "  RUPTURA: " WS-BRK-TEXT
                  " DIFERENCIA " WS-AMT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-BRK-PREV > 0
               MOVE "   ANTERIOR" TO WS-PRINT-LINE
               MOVE WS-BRK-PREV TO WS-EVT-J
               PERFORM FORMAT-EVENT
           ELSE
               MOVE "   ANTERIOR  (INICIO DE LA CADENA)"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           IF WS-BRK-NEXT > 0
               MOVE "   SIGUIENTE" TO WS-PRINT-LINE
               MOVE WS-BRK-NEXT TO WS-EVT-J
               PERFORM FORMAT-EVENT
           ELSE
               STRING "   SIGUIENTE  PLAYERS.DAT PM-CHIPS "
                      WS-CUR-CHIPS
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT.

       FORMAT-EVENT.
           MOVE WS-EVT-TS(WS-EVT-J)   TO WS-PRINT-LINE(14:14)
           MOVE WS-EVT-GEN(WS-EVT-J)  TO WS-PRINT-LINE(29:8)
           MOVE WS-EVT-SRC(WS-EVT-J)  TO WS-PRINT-LINE(38:2)
           MOVE WS-EVT-DESC(WS-EVT-J) TO WS-PRINT-LINE(41:10)
           MOVE WS-EVT-AMT(WS-EVT-J)  TO WS-PRINT-LINE(52:7)
           MOVE WS-EVT-OPEN(WS-EVT-J) TO WS-PRINT-LINE(61:7)
           MOVE WS-EVT-BAL(WS-EVT-J)  TO WS-PRINT-LINE(71:6).

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "===== RESUMEN =====" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "JUGADORES REVISADOS      " WS-PLAYER-COUNT
                  "  SIN ACTIVIDAD " WS-IDLE-COUNT
                  "  REGISTROS ENCADENADOS " WS-EVT-TOTAL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "JUGADORES CON RUPTURAS   " WS-BREAK-PLAYERS
                  "  RUPTURAS " WS-BREAK-COUNT
                  "  SIN VERIFICAR (TABLA LLENA) " WS-FULL-PLAYERS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           MOVE "===== PASIVO DE FICHAS EN CIRCULACION ====="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           COMPUTE WS-HOUSE-TOTAL = WS-LIAB-TOTAL + WS-STAKE-TOTAL
           MOVE WS-LIAB-TOTAL TO WS-TOT-ED
           STRING "SALDOS PM-CHIPS (PLAYERS.DAT)        " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE WS-STAKE-TOTAL TO WS-TOT-ED
           STRING "APUESTAS EN CURSO (HANDSTATE.DAT)    " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE WS-HOUSE-TOTAL TO WS-TOT-ED
           STRING "TOTAL A CUADRAR CON CUENTA GL 202000 " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE WS-CHAIN-TOTAL TO WS-TOT-ED
           STRING "SALDOS FINALES SEGUN LA CADENA       " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-CHAIN-TOTAL = WS-HOUSE-TOTAL
               MOVE "PASIVO CUADRA CON LA ACTIVIDAD REGISTRADA"
                   TO WS-PRINT-LINE
           ELSE
               COMPUTE WS-BRK-AMT = WS-HOUSE-TOTAL - WS-CHAIN-TOTAL
               MOVE WS-BRK-AMT TO WS-AMT-ED
               STRING "*** PASIVO DIFIERE DE LA CADENA EN " WS-AMT-ED
                      " ***" DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT.
