       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSURV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-AUDIT-FILE
               ASSIGN TO "DATA/SHOEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-SA-FILE
               ASSIGN TO DYNAMIC WS-ARCH-SA-NAME
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
       FD HAND-HISTORY-FILE.
       01 HAND-HISTORY-RECORD  PIC X(236).
       FD ARCH-HH-FILE.
       01 ARCH-HH-RECORD       PIC X(236).
       FD SHOE-AUDIT-FILE.
       01 SHOE-AUDIT-RECORD    PIC X(859).
       FD ARCH-SA-FILE.
       01 ARCH-SA-RECORD       PIC X(859).
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(22).
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
           COPY HANDHIST.
           COPY SHOEAUD.
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
       01 WS-PREV-DATE          PIC X(8).
       01 WS-DATE-INT           PIC 9(8).
       01 WS-BC-FOUND           PIC 9 VALUE 0.
       01 WS-ARCH-HH-NAME       PIC X(27).
       01 WS-ARCH-SA-NAME       PIC X(28).

       01 WS-MIN-HANDS          PIC 9(3) VALUE 8.
       01 WS-FLAG-CORR          PIC 9V99 VALUE 0.50.
       01 WS-FLAG-SPREAD        PIC 9(2) VALUE 2.
       01 WS-HI-TC              PIC S9(2)V9 VALUE +2.0.

       01 WS-SHOE-TABLE.
          05 WS-SH-ENTRY OCCURS 128 TIMES INDEXED BY WS-SH-IDX.
             10 WS-SH-TS        PIC X(14).
             10 WS-SH-TABLE     PIC X(4).
             10 WS-SH-CARDS     PIC 9(3).
             10 WS-SH-SEQ       PIC X(832).
       01 WS-SH-COUNT           PIC 9(3) VALUE 0.
       01 WS-SH-FOUND           PIC 9 VALUE 0.

       01 WS-HAND-TABLE.
          05 WS-HD-ENTRY OCCURS 3000 TIMES INDEXED BY WS-HD-IDX.
             10 WS-HD-TS        PIC X(14).
             10 WS-HD-KEY       PIC X(14).
             10 WS-HD-POS       PIC 9(3).
             10 WS-HD-RC        PIC S9(3).
             10 WS-HD-TC        PIC S9(3)V9.
             10 WS-HD-BET       PIC 9(6).
             10 WS-HD-OUTCOME   PIC X(10).
             10 WS-HD-SESS      PIC 9(3).
       01 WS-HD-COUNT           PIC 9(4) VALUE 0.
       01 WS-HD-DUP             PIC 9 VALUE 0.

       01 WS-SESSION-TABLE.
          05 WS-SS-ENTRY OCCURS 500 TIMES INDEXED BY WS-SS-IDX.
             10 WS-SS-PLAYER    PIC X(20).
             10 WS-SS-TABLE     PIC X(4).
             10 WS-SS-SHOE      PIC X(14).
             10 WS-SS-PLR       PIC 9(3).
             10 WS-SS-STATS.
                15 WS-SS-N      PIC 9(5).
                15 WS-SS-SX     PIC S9(7)V9.
                15 WS-SS-SY     PIC 9(11).
                15 WS-SS-SXY    PIC S9(13)V9.
                15 WS-SS-SXX    PIC 9(9)V99.
                15 WS-SS-SYY    PIC 9(17).
                15 WS-SS-MIN    PIC 9(6).
                15 WS-SS-MAX    PIC 9(6).
                15 WS-SS-HI-N   PIC 9(5).
                15 WS-SS-HI-SUM PIC 9(11).
                15 WS-SS-LO-N   PIC 9(5).
                15 WS-SS-LO-SUM PIC 9(11).
                15 WS-SS-CORR   PIC S9V9(4).
                15 WS-SS-RATIO  PIC 9(3)V99.
                15 WS-SS-FLAG   PIC 9.
       01 WS-SS-COUNT           PIC 9(3) VALUE 0.
       01 WS-SS-FOUND           PIC 9 VALUE 0.

       01 WS-PLAYER-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PR-IDX.
             10 WS-PR-PLAYER    PIC X(20).
             10 WS-PR-FLAGGED   PIC 9(3).
             10 WS-PR-STATS.
                15 WS-PR-N      PIC 9(5).
                15 WS-PR-SX     PIC S9(7)V9.
                15 WS-PR-SY     PIC 9(11).
                15 WS-PR-SXY    PIC S9(13)V9.
                15 WS-PR-SXX    PIC 9(9)V99.
                15 WS-PR-SYY    PIC 9(17).
                15 WS-PR-MIN    PIC 9(6).
                15 WS-PR-MAX    PIC 9(6).
                15 WS-PR-HI-N   PIC 9(5).
                15 WS-PR-HI-SUM PIC 9(11).
                15 WS-PR-LO-N   PIC 9(5).
                15 WS-PR-LO-SUM PIC 9(11).
                15 WS-PR-CORR   PIC S9V9(4).
                15 WS-PR-RATIO  PIC 9(3)V99.
                15 WS-PR-FLAG   PIC 9.
       01 WS-PR-COUNT           PIC 9(3) VALUE 0.
       01 WS-PR-FOUND           PIC 9 VALUE 0.

       01 WS-ST-WORK.
          05 WS-ST-N            PIC 9(5).
          05 WS-ST-SX           PIC S9(7)V9.
          05 WS-ST-SY           PIC 9(11).
          05 WS-ST-SXY          PIC S9(13)V9.
          05 WS-ST-SXX          PIC 9(9)V99.
          05 WS-ST-SYY          PIC 9(17).
          05 WS-ST-MIN          PIC 9(6).
          05 WS-ST-MAX          PIC 9(6).
          05 WS-ST-HI-N         PIC 9(5).
          05 WS-ST-HI-SUM       PIC 9(11).
          05 WS-ST-LO-N         PIC 9(5).
          05 WS-ST-LO-SUM       PIC 9(11).
          05 WS-ST-CORR         PIC S9V9(4).
          05 WS-ST-RATIO        PIC 9(3)V99.
          05 WS-ST-FLAG         PIC 9.

       01 WS-MX                 PIC S9(5)V9(4).
       01 WS-MY                 PIC 9(7)V9(4).
       01 WS-CXY                PIC S9(11)V9(4).
       01 WS-CXX                PIC S9(7)V9(4).
       01 WS-CYY                PIC S9(15)V9(2).
       01 WS-SDX                PIC 9(5)V9(4).
       01 WS-SDY                PIC 9(8)V9(4).
       01 WS-HI-AVG             PIC 9(7)V99.
       01 WS-LO-AVG             PIC 9(7)V99.

       01 WS-RC                 PIC S9(3).
       01 WS-TC                 PIC S9(3)V9.
       01 WS-CARDS-LEFT         PIC 9(3).
       01 WS-DECKS-LEFT         PIC 9(2)V9.
       01 WS-POS                PIC 9(4).
       01 WS-P                  PIC 9(3).
       01 WS-RANK-CH            PIC X.
       01 WS-HAND-KEY           PIC X(14).

       01 WS-RANK-LIST.
          05 WS-RANK-ENTRY OCCURS 200 TIMES PIC 9(3).
       01 WS-RK-I               PIC 9(3).
       01 WS-RK-J               PIC 9(3).
       01 WS-RK-TMP             PIC 9(3).
       01 WS-RK-SWAPPED         PIC 9 VALUE 0.

       01 WS-HANDS-READ         PIC 9(7) VALUE 0.
       01 WS-NO-SHOE            PIC 9(7) VALUE 0.
       01 WS-FLAG-SESSIONS      PIC 9(3) VALUE 0.
       01 WS-FLAG-PLAYERS       PIC 9(3) VALUE 0.
       01 WS-CORR-ED            PIC -9.9999.
       01 WS-TC-ED              PIC -ZZ9.9.
       01 WS-RC-ED              PIC -ZZ9.
       01 WS-RATIO-ED           PIC ZZ9.99.

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
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-RPT-TODAY)) - 1
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-INT TO WS-PREV-DATE
           PERFORM LOAD-SHOES
           PERFORM LOAD-HAND-HISTORY
           PERFORM FINISH-STATS
           PERFORM RANK-PLAYERS
           PERFORM COMPUTE-RUN-TS
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/APSURV." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FLAG-CORR TO WS-CORR-ED
           STRING "CONTEO HI-LO  MINIMO " WS-MIN-HANDS " MANOS"
                  "  CORRELACION >= " WS-CORR-ED
                  "  DISPERSION >= " WS-FLAG-SPREAD "X"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "ZAPATOS CARGADOS " WS-SH-COUNT
                  "  MANOS ANALIZADAS " WS-HD-COUNT
                  "  MANOS SIN ZAPATO " WS-NO-SHOE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-RANKING
           PERFORM PRINT-FLAGGED
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE
           MOVE "APSURV" TO RI-REPORT
           IF WS-FLAG-SESSIONS > 0
               MOVE "AVISO" TO RI-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "COMPLETO" TO RI-STATUS
           END-IF
           PERFORM WRITE-RUN-INDEX
           DISPLAY "JUGADORES SENALADOS: " WS-FLAG-PLAYERS
                   "  SESIONES: " WS-FLAG-SESSIONS
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
           STRING "ADVANTAGE PLAY SURVEILLANCE"
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

       LOAD-SHOES.
           MOVE 0 TO WS-SH-COUNT
           MOVE SPACES TO WS-ARCH-SA-NAME
           STRING "DATA/SHOEAUDIT." DELIMITED BY SIZE
                  WS-PREV-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCH-SA-NAME
           PERFORM LOAD-ARCH-SHOES
           MOVE SPACES TO WS-ARCH-SA-NAME
           STRING "DATA/SHOEAUDIT." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCH-SA-NAME
           PERFORM LOAD-ARCH-SHOES
           OPEN INPUT SHOE-AUDIT-FILE
           PERFORM UNTIL 1 = 0
               READ SHOE-AUDIT-FILE INTO SA-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF SA-TIMESTAMP(1:8) <= WS-RPT-TODAY
                   PERFORM ADD-SHOE
               END-IF
           END-PERFORM
           CLOSE SHOE-AUDIT-FILE.

       LOAD-ARCH-SHOES.
           OPEN INPUT ARCH-SA-FILE
           PERFORM UNTIL 1 = 0
               READ ARCH-SA-FILE INTO SA-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM ADD-SHOE
           END-PERFORM
           CLOSE ARCH-SA-FILE.

       ADD-SHOE.
           IF WS-SH-COUNT < 128
               ADD 1 TO WS-SH-COUNT
               SET WS-SH-IDX TO WS-SH-COUNT
               MOVE SA-TIMESTAMP TO WS-SH-TS(WS-SH-IDX)
               MOVE SA-TABLE     TO WS-SH-TABLE(WS-SH-IDX)
               MOVE SA-SEQUENCE  TO WS-SH-SEQ(WS-SH-IDX)
               IF SA-DECK-COUNT NUMERIC AND SA-DECK-COUNT > 0
                   COMPUTE WS-SH-CARDS(WS-SH-IDX) = SA-DECK-COUNT * 52
               ELSE
                   MOVE 312 TO WS-SH-CARDS(WS-SH-IDX)
               END-IF
           ELSE
               DISPLAY "*** TABLA DE ZAPATOS LLENA - "
                       "IGNORANDO " SA-TIMESTAMP " ***"
           END-IF.

       LOAD-HAND-HISTORY.
           MOVE SPACES TO WS-ARCH-HH-NAME
           STRING "DATA/HANDHIST." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCH-HH-NAME
           OPEN INPUT ARCH-HH-FILE
           PERFORM UNTIL 1 = 0
               READ ARCH-HH-FILE INTO HH-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-HAND-RECORD
           END-PERFORM
           CLOSE ARCH-HH-FILE
           OPEN INPUT HAND-HISTORY-FILE
           PERFORM UNTIL 1 = 0
               READ HAND-HISTORY-FILE INTO HH-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-HAND-RECORD
           END-PERFORM
           CLOSE HAND-HISTORY-FILE.

       TALLY-HAND-RECORD.
           IF HH-TIMESTAMP(1:8) NOT = WS-RPT-TODAY
               EXIT PARAGRAPH
           END-IF
           IF HH-P-CARDS = SPACES OR HH-BET = 0
               EXIT PARAGRAPH
           END-IF
           IF HH-OUTCOME(1:5) = "SUPV_" OR HH-OUTCOME(1:5) = "PPAIR"
                   OR HH-OUTCOME(1:4) = "SB21"
                   OR HH-OUTCOME = "EXCL_DENY"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HANDS-READ
           IF HH-SHOE-TS = SPACES OR HH-SHOE-START NOT NUMERIC
                   OR HH-SHOE-START = 0
               ADD 1 TO WS-NO-SHOE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHOE
           IF WS-SH-FOUND = 0
               ADD 1 TO WS-NO-SHOE
               EXIT PARAGRAPH
           END-IF
           IF HH-SHOE-START > WS-SH-CARDS(WS-SH-IDX)
               ADD 1 TO WS-NO-SHOE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-SESSION
           IF WS-SS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF HH-ROUND-ID NOT = SPACES
               MOVE HH-ROUND-ID TO WS-HAND-KEY
           ELSE
               MOVE HH-TIMESTAMP TO WS-HAND-KEY
           END-IF
           MOVE 0 TO WS-HD-DUP
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-SESS(WS-HD-IDX) = WS-SS-IDX
                       AND WS-HD-KEY(WS-HD-IDX) = WS-HAND-KEY
                   MOVE 1 TO WS-HD-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HD-DUP = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-COUNT >= 3000
               DISPLAY "*** TABLA DE MANOS LLENA - IGNORANDO "
                       HH-TIMESTAMP " " HH-PLAYER " ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM CALC-COUNT-AT-BET
           ADD 1 TO WS-HD-COUNT
           SET WS-HD-IDX TO WS-HD-COUNT
           MOVE HH-TIMESTAMP TO WS-HD-TS(WS-HD-IDX)
           MOVE WS-HAND-KEY TO WS-HD-KEY(WS-HD-IDX)
           MOVE HH-SHOE-START TO WS-HD-POS(WS-HD-IDX)
           MOVE WS-RC TO WS-HD-RC(WS-HD-IDX)
           MOVE WS-TC TO WS-HD-TC(WS-HD-IDX)
           MOVE HH-BET TO WS-HD-BET(WS-HD-IDX)
           MOVE HH-OUTCOME TO WS-HD-OUTCOME(WS-HD-IDX)
           SET WS-HD-SESS(WS-HD-IDX) TO WS-SS-IDX
           MOVE WS-SS-STATS(WS-SS-IDX) TO WS-ST-WORK
           PERFORM ACCUM-STATS
           MOVE WS-ST-WORK TO WS-SS-STATS(WS-SS-IDX)
           MOVE WS-PR-STATS(WS-PR-IDX) TO WS-ST-WORK
           PERFORM ACCUM-STATS
           MOVE WS-ST-WORK TO WS-PR-STATS(WS-PR-IDX).

       FIND-SHOE.
           MOVE 0 TO WS-SH-FOUND
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-TS(WS-SH-IDX) = HH-SHOE-TS
                       AND WS-SH-TABLE(WS-SH-IDX) = HH-TABLE
                   MOVE 1 TO WS-SH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CALC-COUNT-AT-BET.
           MOVE 0 TO WS-RC
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P >= HH-SHOE-START
               COMPUTE WS-POS = ((WS-P - 1) * 2) + 1
               MOVE WS-SH-SEQ(WS-SH-IDX)(WS-POS:1) TO WS-RANK-CH
               EVALUATE WS-RANK-CH
                   WHEN "2"
                   WHEN "3"
                   WHEN "4"
                   WHEN "5"
                   WHEN "6"
                       ADD 1 TO WS-RC
                   WHEN "0"
                   WHEN "J"
                   WHEN "Q"
                   WHEN "K"
                   WHEN "A"
                       SUBTRACT 1 FROM WS-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-CARDS-LEFT =
               WS-SH-CARDS(WS-SH-IDX) - (HH-SHOE-START - 1)
           COMPUTE WS-DECKS-LEFT ROUNDED = WS-CARDS-LEFT / 52
           IF WS-DECKS-LEFT < 0.5
               MOVE 0.5 TO WS-DECKS-LEFT
           END-IF
           COMPUTE WS-TC ROUNDED = WS-RC / WS-DECKS-LEFT.

       ACCUM-STATS.
           IF WS-ST-N = 0
               MOVE HH-BET TO WS-ST-MIN
               MOVE HH-BET TO WS-ST-MAX
           END-IF
           ADD 1 TO WS-ST-N
           ADD WS-TC TO WS-ST-SX
           ADD HH-BET TO WS-ST-SY
           COMPUTE WS-ST-SXY = WS-ST-SXY + (WS-TC * HH-BET)
           COMPUTE WS-ST-SXX = WS-ST-SXX + (WS-TC * WS-TC)
           COMPUTE WS-ST-SYY = WS-ST-SYY + (HH-BET * HH-BET)
           IF HH-BET < WS-ST-MIN
               MOVE HH-BET TO WS-ST-MIN
           END-IF
           IF HH-BET > WS-ST-MAX
               MOVE HH-BET TO WS-ST-MAX
           END-IF
           IF WS-TC >= WS-HI-TC
               ADD 1 TO WS-ST-HI-N
               ADD HH-BET TO WS-ST-HI-SUM
           END-IF
           IF WS-TC <= 0
               ADD 1 TO WS-ST-LO-N
               ADD HH-BET TO WS-ST-LO-SUM
           END-IF.

       INIT-STATS.
           MOVE 0 TO WS-ST-N WS-ST-SX WS-ST-SY WS-ST-SXY
           MOVE 0 TO WS-ST-SXX WS-ST-SYY WS-ST-MIN WS-ST-MAX
           MOVE 0 TO WS-ST-HI-N WS-ST-HI-SUM WS-ST-LO-N WS-ST-LO-SUM
           MOVE 0 TO WS-ST-CORR WS-ST-RATIO WS-ST-FLAG.

       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-PLAYER(WS-PR-IDX) = HH-PLAYER
                   MOVE 1 TO WS-PR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = 0
               IF WS-PR-COUNT < 200
                   ADD 1 TO WS-PR-COUNT
                   SET WS-PR-IDX TO WS-PR-COUNT
                   MOVE HH-PLAYER TO WS-PR-PLAYER(WS-PR-IDX)
                   MOVE 0 TO WS-PR-FLAGGED(WS-PR-IDX)
                   PERFORM INIT-STATS
                   MOVE WS-ST-WORK TO WS-PR-STATS(WS-PR-IDX)
                   MOVE 1 TO WS-PR-FOUND
               ELSE
                   DISPLAY "*** TABLA DE JUGADORES LLENA - "
                           HH-PLAYER " ***"
               END-IF
           END-IF.

       FIND-OR-ADD-SESSION.
           MOVE 0 TO WS-SS-FOUND
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-PLAYER(WS-SS-IDX) = HH-PLAYER
                       AND WS-SS-TABLE(WS-SS-IDX) = HH-TABLE
                       AND WS-SS-SHOE(WS-SS-IDX) = HH-SHOE-TS
                   MOVE 1 TO WS-SS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SS-FOUND = 0
               IF WS-SS-COUNT < 500
                   ADD 1 TO WS-SS-COUNT
                   SET WS-SS-IDX TO WS-SS-COUNT
                   MOVE HH-PLAYER TO WS-SS-PLAYER(WS-SS-IDX)
                   MOVE HH-TABLE TO WS-SS-TABLE(WS-SS-IDX)
                   MOVE HH-SHOE-TS TO WS-SS-SHOE(WS-SS-IDX)
                   SET WS-SS-PLR(WS-SS-IDX) TO WS-PR-IDX
                   PERFORM INIT-STATS
                   MOVE WS-ST-WORK TO WS-SS-STATS(WS-SS-IDX)
                   MOVE 1 TO WS-SS-FOUND
               ELSE
                   DISPLAY "*** TABLA DE SESIONES LLENA - "
                           HH-PLAYER " ***"
               END-IF
           END-IF.

       FINISH-STATS.
           MOVE 0 TO WS-FLAG-SESSIONS
           MOVE 0 TO WS-FLAG-PLAYERS
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               MOVE WS-SS-STATS(WS-SS-IDX) TO WS-ST-WORK
               PERFORM CALC-CORRELATION
               MOVE WS-ST-WORK TO WS-SS-STATS(WS-SS-IDX)
               IF WS-SS-FLAG(WS-SS-IDX) = 1
                   ADD 1 TO WS-FLAG-SESSIONS
                   ADD 1 TO WS-PR-FLAGGED(WS-SS-PLR(WS-SS-IDX))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE WS-PR-STATS(WS-PR-IDX) TO WS-ST-WORK
               PERFORM CALC-CORRELATION
               MOVE WS-ST-WORK TO WS-PR-STATS(WS-PR-IDX)
               IF WS-PR-FLAGGED(WS-PR-IDX) > 0
                   MOVE 1 TO WS-PR-FLAG(WS-PR-IDX)
               END-IF
               IF WS-PR-FLAG(WS-PR-IDX) = 1
                   ADD 1 TO WS-FLAG-PLAYERS
               END-IF
           END-PERFORM.

       CALC-CORRELATION.
           MOVE 0 TO WS-ST-CORR
           MOVE 0 TO WS-ST-RATIO
           MOVE 0 TO WS-ST-FLAG
           IF WS-ST-HI-N > 0 AND WS-ST-LO-N > 0
               COMPUTE WS-HI-AVG ROUNDED = WS-ST-HI-SUM / WS-ST-HI-N
               COMPUTE WS-LO-AVG ROUNDED = WS-ST-LO-SUM / WS-ST-LO-N
               IF WS-LO-AVG > 0
                   COMPUTE WS-ST-RATIO ROUNDED = WS-HI-AVG / WS-LO-AVG
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-ST-RATIO
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-ST-N < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MX ROUNDED = WS-ST-SX / WS-ST-N
           COMPUTE WS-MY ROUNDED = WS-ST-SY / WS-ST-N
           COMPUTE WS-CXY ROUNDED = (WS-ST-SXY / WS-ST-N)
               - (WS-MX * WS-MY)
           COMPUTE WS-CXX ROUNDED = (WS-ST-SXX / WS-ST-N)
               - (WS-MX * WS-MX)
           COMPUTE WS-CYY ROUNDED = (WS-ST-SYY / WS-ST-N)
               - (WS-MY * WS-MY)
           IF WS-CXX <= 0 OR WS-CYY <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SDX ROUNDED = FUNCTION SQRT (WS-CXX)
           COMPUTE WS-SDY ROUNDED = FUNCTION SQRT (WS-CYY)
           IF WS-SDX = 0 OR WS-SDY = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ST-CORR ROUNDED = WS-CXY / (WS-SDX * WS-SDY)
               ON SIZE ERROR
                   MOVE 0 TO WS-ST-CORR
           END-COMPUTE
           IF WS-ST-N >= WS-MIN-HANDS
                   AND WS-ST-CORR >= WS-FLAG-CORR
                   AND WS-ST-MAX >= WS-ST-MIN * WS-FLAG-SPREAD
               MOVE 1 TO WS-ST-FLAG
           END-IF.

       RANK-PLAYERS.
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I > WS-PR-COUNT
               MOVE WS-RK-I TO WS-RANK-ENTRY(WS-RK-I)
           END-PERFORM
           MOVE 1 TO WS-RK-SWAPPED
           PERFORM UNTIL WS-RK-SWAPPED = 0
               MOVE 0 TO WS-RK-SWAPPED
               PERFORM VARYING WS-RK-I FROM 1 BY 1
                       UNTIL WS-RK-I >= WS-PR-COUNT
                   COMPUTE WS-RK-J = WS-RK-I + 1
                   IF WS-PR-CORR(WS-RANK-ENTRY(WS-RK-J))
                           > WS-PR-CORR(WS-RANK-ENTRY(WS-RK-I))
                       MOVE WS-RANK-ENTRY(WS-RK-I) TO WS-RK-TMP
                       MOVE WS-RANK-ENTRY(WS-RK-J)
                           TO WS-RANK-ENTRY(WS-RK-I)
                       MOVE WS-RK-TMP TO WS-RANK-ENTRY(WS-RK-J)
                       MOVE 1 TO WS-RK-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-RANKING.
           MOVE "===== CLASIFICACION APUESTA/CONTEO ====="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-PR-COUNT = 0
               MOVE "SIN MANOS CON ZAPATO REGISTRADO" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE "PUESTO JUGADOR              MANOS  CORREL  "
               TO WS-PRINT-LINE
           MOVE "MIN    MAX    ALTO/BAJO SESIONES" TO
               WS-PRINT-LINE(44:32)
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I > WS-PR-COUNT
               SET WS-PR-IDX TO WS-RANK-ENTRY(WS-RK-I)
               MOVE WS-PR-CORR(WS-PR-IDX) TO WS-CORR-ED
               MOVE WS-PR-RATIO(WS-PR-IDX) TO WS-RATIO-ED
               STRING WS-RK-I "    "
                      WS-PR-PLAYER(WS-PR-IDX) " "
                      WS-PR-N(WS-PR-IDX) " "
                      WS-CORR-ED " "
                      WS-PR-MIN(WS-PR-IDX) " "
                      WS-PR-MAX(WS-PR-IDX) " "
                      WS-RATIO-ED "    "
                      WS-PR-FLAGGED(WS-PR-IDX)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               IF WS-PR-N(WS-PR-IDX) < WS-MIN-HANDS
                   MOVE "MUESTRA INSUFICIENTE" TO WS-PRINT-LINE(90:20)
               ELSE
                   IF WS-PR-FLAG(WS-PR-IDX) = 1
                       MOVE "*** SENALADO ***" TO WS-PRINT-LINE(90:16)
                   END-IF
               END-IF
               PERFORM PRINT-LINE-OUT
           END-PERFORM.

       PRINT-FLAGGED.
           MOVE "===== SESIONES SENALADAS PARA REVISION ====="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-FLAG-SESSIONS = 0
               MOVE "SIN SESIONES SENALADAS" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I > WS-PR-COUNT
               SET WS-PR-IDX TO WS-RANK-ENTRY(WS-RK-I)
               IF WS-PR-FLAGGED(WS-PR-IDX) > 0
                   PERFORM PRINT-PLAYER-SESSIONS
               END-IF
           END-PERFORM.

       PRINT-PLAYER-SESSIONS.
           MOVE WS-PR-CORR(WS-PR-IDX) TO WS-CORR-ED
           STRING "JUGADOR " WS-PR-PLAYER(WS-PR-IDX)
                  "  MANOS " WS-PR-N(WS-PR-IDX)
                  "  CORRELACION " WS-CORR-ED
                  "  SESIONES SENALADAS " WS-PR-FLAGGED(WS-PR-IDX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-PLR(WS-SS-IDX) = WS-PR-IDX
                       AND WS-SS-FLAG(WS-SS-IDX) = 1
                   PERFORM PRINT-SESSION
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       PRINT-SESSION.
           MOVE WS-SS-CORR(WS-SS-IDX) TO WS-CORR-ED
           MOVE WS-SS-RATIO(WS-SS-IDX) TO WS-RATIO-ED
           STRING "  MESA " WS-SS-TABLE(WS-SS-IDX)
                  "  ZAPATO " WS-SS-SHOE(WS-SS-IDX)
                  "  MANOS " WS-SS-N(WS-SS-IDX)
                  "  CORRELACION " WS-CORR-ED
                  "  APUESTA " WS-SS-MIN(WS-SS-IDX)
                  "-" WS-SS-MAX(WS-SS-IDX)
                  "  ALTO/BAJO " WS-RATIO-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "    HORA           RONDA/MANO     POS  CONTEO"
               TO WS-PRINT-LINE
           MOVE "REAL  APUESTA RESULTADO" TO WS-PRINT-LINE(48:23)
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-SESS(WS-HD-IDX) = WS-SS-IDX
                   MOVE WS-HD-RC(WS-HD-IDX) TO WS-RC-ED
                   MOVE WS-HD-TC(WS-HD-IDX) TO WS-TC-ED
                   STRING "    " WS-HD-TS(WS-HD-IDX) " "
                          WS-HD-KEY(WS-HD-IDX) " "
                          WS-HD-POS(WS-HD-IDX) "  "
                          WS-RC-ED "  "
                          WS-TC-ED "  "
                          WS-HD-BET(WS-HD-IDX) " "
                          WS-HD-OUTCOME(WS-HD-IDX)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE-OUT
               END-IF
           END-PERFORM.
