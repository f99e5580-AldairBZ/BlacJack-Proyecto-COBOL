       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-AUDIT-FILE
               ASSIGN TO "DATA/SHOEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-SA-FILE
               ASSIGN TO DYNAMIC WS-ARCH-SA-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CTL-FILE
               ASSIGN TO "DATA/ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-LOG-FILE ASSIGN TO "DATA/SHIFTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUST-FILE ASSIGN TO "DATA/ADJUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ID.
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
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD ARCH-CT-FILE.
       01 ARCH-CT-RECORD       PIC X(65).
       FD SHOE-AUDIT-FILE.
       01 SHOE-AUDIT-RECORD    PIC X(859).
       FD ARCH-SA-FILE.
       01 ARCH-SA-RECORD       PIC X(859).
       FD ARCH-CTL-FILE.
       01 ARCH-CTL-RECORD      PIC X(36).
       FD SHIFT-LOG-FILE.
       01 SHIFT-LOG-RECORD     PIC X(41).
       FD ADJUST-FILE.
           COPY ADJUST.
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
           COPY HANDHIST.
           COPY CASHTXN.
           COPY SHOEAUD.
           COPY ARCHCTL.
           COPY SHIFTLG.
           COPY RUNIDX.

       01 WS-CMDLINE            PIC X(40).
       01 WS-PARM-1             PIC X(20).
       01 WS-PARM-2             PIC X(14).
       01 WS-IN-ROUND           PIC X(14) VALUE SPACES.
       01 WS-IN-PLAYER          PIC X(20) VALUE SPACES.
       01 WS-IN-TS              PIC X(14) VALUE SPACES.
       01 WS-SEARCH-DATE        PIC X(8).
       01 WS-TS-TIME            PIC X(8).
       01 WS-SYS-DATE           PIC X(8).
       01 WS-RUN-TS             PIC X(14).

       01 WS-ARCH-HH-NAME       PIC X(27).
       01 WS-ARCH-CT-NAME       PIC X(26).
       01 WS-ARCH-SA-NAME       PIC X(28).
       01 WS-GEN-FILE           PIC X(10).
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 400 TIMES INDEXED BY WS-GEN-IDX.
             10 WS-GEN-DATE     PIC X(8).
       01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01 WS-GEN-FOUND          PIC 9 VALUE 0.
       01 WS-GEN-PREV           PIC X(8).
       01 WS-GEN-SAME           PIC X(8).
       01 WS-GEN-NEXT           PIC X(8).
       01 WS-SRC-LIST.
          05 WS-SRC-COUNT       PIC 9 VALUE 0.
          05 WS-SRC-DATE OCCURS 4 TIMES PIC X(8).
       01 WS-HH-SRC-LIST.
          05 WS-HH-SRC-COUNT    PIC 9 VALUE 0.
          05 WS-HH-SRC-DATE OCCURS 4 TIMES PIC X(8).
       01 WS-CT-SRC-LIST.
          05 WS-CT-SRC-COUNT    PIC 9 VALUE 0.
          05 WS-CT-SRC-DATE OCCURS 4 TIMES PIC X(8).
       01 WS-SRC-I              PIC 9.
       01 WS-CUR-SRC            PIC X(8).
       01 WS-SCAN-MODE          PIC 9 VALUE 0.
       01 WS-SCAN-DONE          PIC 9 VALUE 0.

       01 WS-ANCHOR-FOUND       PIC 9 VALUE 0.
       01 WS-K-TABLE            PIC X(4).
       01 WS-K-SHOE-TS          PIC X(14).
       01 WS-K-SHOE-START       PIC 9(3) VALUE 0.
       01 WS-K-ROUND            PIC X(14).
       01 WS-K-PLAYER           PIC X(20).
       01 WS-K-TS               PIC X(14).
       01 WS-K-SRC              PIC X(8).
       01 WS-FIRST-TS           PIC X(14).
       01 WS-LAST-TS            PIC X(14).

       01 WS-HR-TABLE.
          05 WS-HR-ENTRY OCCURS 40 TIMES.
             10 WS-HR-DATA      PIC X(236).
             10 WS-HR-SRC       PIC X(8).
       01 WS-HR-COUNT           PIC 9(2) VALUE 0.
       01 WS-HR-LOST            PIC 9(3) VALUE 0.
       01 WS-HR-I               PIC 9(2).

       01 WS-SEAT-TABLE.
          05 WS-ST-ENTRY OCCURS 5 TIMES.
             10 WS-ST-PLAYER    PIC X(20).
             10 WS-ST-MAIN OCCURS 2 TIMES PIC 9(2).
             10 WS-ST-PP        PIC 9(2).
             10 WS-ST-21        PIC 9(2).
             10 WS-ST-FIRST-TS  PIC X(14).
             10 WS-ST-LAST-TS   PIC X(14).
             10 WS-ST-FINAL     PIC 9(6).
             10 WS-ST-PREV-TS   PIC X(14).
             10 WS-ST-PREV-CHIPS PIC 9(6).
             10 WS-ST-PREV-TYPE PIC X(10).
             10 WS-ST-INS-LOSS  PIC 9(7).
             10 WS-ST-HAND OCCURS 2 TIMES.
                15 WS-HC-N      PIC 9(2).
                15 WS-HC-NEXT   PIC 9(2).
                15 WS-HC-CARD OCCURS 16 TIMES PIC X(2).
       01 WS-SEAT-COUNT         PIC 9 VALUE 0.
       01 WS-SEAT               PIC 9.
       01 WS-HAND               PIC 9.
       01 WS-FIND-PLAYER        PIC X(20).
       01 WS-FOUND-SEAT         PIC 9.
       01 WS-EXTRA-HANDS        PIC 9(2) VALUE 0.
       01 WS-SPLIT              PIC 9 VALUE 0.

       01 WS-DLR-CARDS          PIC X(50).
       01 WS-DLR-N              PIC 9(2) VALUE 0.
       01 WS-DLR-SCORE          PIC 9(3) VALUE 0.
       01 WS-DC-TABLE.
          05 WS-DC-CARD OCCURS 16 TIMES PIC X(2).
       01 WS-DC-N               PIC 9(2) VALUE 0.

       01 WS-DEAL-TABLE.
          05 WS-DL-ENTRY OCCURS 100 TIMES.
             10 WS-DL-POS       PIC 9(3).
             10 WS-DL-WHO       PIC X(18).
             10 WS-DL-CARD      PIC X(2).
             10 WS-DL-SHOE      PIC X(2).
             10 WS-DL-OK        PIC X(2).
       01 WS-DL-COUNT           PIC 9(3) VALUE 0.
       01 WS-DL-I               PIC 9(3).
       01 WS-DL-BAD             PIC 9(3) VALUE 0.
       01 WS-DL-WHO-IN          PIC X(18).
       01 WS-DL-CARD-IN         PIC X(2).
       01 WS-NEXT-POS           PIC 9(3) VALUE 0.
       01 WS-PENDING            PIC 9(3) VALUE 0.
       01 WS-PICK               PIC 9 VALUE 0.
       01 WS-J                  PIC 9(2).

       01 WS-SHOE-FOUND         PIC 9 VALUE 0.
       01 WS-SHOE-SEQ           PIC X(832).
       01 WS-SHOE-CARDS         PIC 9(3) VALUE 0.
       01 WS-SHOE-SEED          PIC 9(8) VALUE 0.
       01 WS-SHOE-SRC           PIC X(8).
       01 WS-SHOE-AT            PIC X(2).
       01 WS-SEQ-POS            PIC 9(4).

       01 WS-MV-TABLE.
          05 WS-MV-ENTRY OCCURS 40 TIMES.
             10 WS-MV-SEAT      PIC 9.
             10 WS-MV-DATA      PIC X(65).
       01 WS-MV-COUNT           PIC 9(2) VALUE 0.
       01 WS-MV-I               PIC 9(2).

       01 WS-OP-TABLE.
          05 WS-OP-ENTRY OCCURS 8 TIMES.
             10 WS-OP-ID        PIC X(8).
             10 WS-OP-ON-TS     PIC X(14).
             10 WS-OP-ON-TABLE  PIC X(4).
             10 WS-OP-OPEN      PIC 9.
       01 WS-OP-COUNT           PIC 9 VALUE 0.
       01 WS-OP-I               PIC 9.
       01 WS-OP-HIT             PIC 9.
       01 WS-AJ-COUNT           PIC 9(3) VALUE 0.

       01 WS-PC-CARDS           PIC X(50).
       01 WS-CALC-CARDS         PIC X(50).
       01 WS-CALC-SCORE         PIC 9(3) VALUE 0.
       01 WS-SUM                PIC 9(3) VALUE 0.
       01 WS-ACE-COUNT          PIC 9(2) VALUE 0.
       01 WS-I                  PIC 9(3).
       01 WS-RANK-CH            PIC X(1).
       01 WS-HAND-SCORE         PIC 9(3) VALUE 0.
       01 WS-HITS               PIC 9(2) VALUE 0.
       01 WS-RETURNED           PIC S9(7) VALUE 0.
       01 WS-NET                PIC S9(7) VALUE 0.
       01 WS-NET-ED             PIC +9(7).
       01 WS-RET-ED             PIC +9(7).
       01 WS-DEC-TEXT           PIC X(80).
       01 WS-DEC-WORK           PIC X(80).
       01 WS-WHO-TEXT           PIC X(20).

       01 WS-PRINT-NAME         PIC X(40).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-RUN-TS
           PERFORM GET-INQUIRY
           IF WS-IN-ROUND = SPACES
               IF WS-IN-PLAYER = SPACES
                   DISPLAY "INDIQUE UNA RONDA O UN JUGADOR"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               INSPECT WS-IN-TS REPLACING ALL SPACE BY "0"
               IF WS-IN-TS NOT NUMERIC
                   DISPLAY "FECHA-HORA NO VALIDA: " WS-IN-TS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-IN-TS(1:8) TO WS-SEARCH-DATE
           ELSE
               IF WS-IN-ROUND NOT NUMERIC
                   DISPLAY "RONDA NO VALIDA: " WS-IN-ROUND
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-IN-ROUND(1:8) TO WS-SEARCH-DATE
           END-IF
           MOVE "HANDHIST" TO WS-GEN-FILE
           PERFORM PICK-SOURCES
           MOVE WS-SRC-LIST TO WS-HH-SRC-LIST
           MOVE 1 TO WS-SCAN-MODE
           PERFORM SCAN-HAND-SOURCES
           IF WS-ANCHOR-FOUND = 0
               DISPLAY "*** MANO NO ENCONTRADA EN HISTORIAL ***"
               MOVE "DISPUTE" TO RI-REPORT
               MOVE WS-SEARCH-DATE TO RI-BUS-DATE
               MOVE "FALLO" TO RI-STATUS
               PERFORM WRITE-RUN-INDEX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 2 TO WS-SCAN-MODE
           PERFORM SCAN-HAND-SOURCES
           PERFORM BUILD-SEATS
           MOVE 3 TO WS-SCAN-MODE
           PERFORM SCAN-HAND-SOURCES
           MOVE "CASHTXN" TO WS-GEN-FILE
           MOVE WS-FIRST-TS(1:8) TO WS-SEARCH-DATE
           PERFORM PICK-SOURCES
           MOVE WS-SRC-LIST TO WS-CT-SRC-LIST
           MOVE 1 TO WS-SCAN-MODE
           PERFORM SCAN-CASH-SOURCES
           MOVE 2 TO WS-SCAN-MODE
           PERFORM SCAN-CASH-SOURCES
           PERFORM LOAD-SHOE-AUDIT
           PERFORM BUILD-DEAL-ORDER
           PERFORM LOAD-OPERATOR-SHIFTS
           PERFORM PRINT-REPORT
           MOVE "DISPUTE" TO RI-REPORT
           MOVE WS-FIRST-TS(1:8) TO RI-BUS-DATE
           IF WS-DL-BAD > 0
                   OR (WS-SHOE-FOUND = 0 AND WS-K-SHOE-TS NOT = SPACES)
               MOVE "AVISO" TO RI-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "COMPLETO" TO RI-STATUS
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-INDEX
           DISPLAY "INFORME ESCRITO EN " WS-PRINT-NAME
           GOBACK.

       GET-INQUIRY.
           MOVE SPACES TO WS-CMDLINE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           MOVE SPACES TO WS-PARM-1
           MOVE SPACES TO WS-PARM-2
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2
           END-UNSTRING
           IF WS-PARM-1 NOT = SPACES
               IF WS-PARM-2 = SPACES
                   MOVE WS-PARM-1 TO WS-IN-ROUND
               ELSE
                   MOVE WS-PARM-1 TO WS-IN-PLAYER
                   MOVE WS-PARM-2 TO WS-IN-TS
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RONDA (VACIO = BUSCAR POR JUGADOR): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-ROUND
           IF WS-IN-ROUND = SPACES
               DISPLAY "JUGADOR: " WITH NO ADVANCING
               ACCEPT WS-IN-PLAYER
               DISPLAY "FECHA-HORA (YYYYMMDDHHMMSS O PREFIJO): "
                       WITH NO ADVANCING
               ACCEPT WS-IN-TS
           END-IF.

       COMPUTE-RUN-TS.
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-SYS-DATE DELIMITED BY SIZE
                  WS-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-TS.

       LOAD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT ARCH-CTL-FILE
           PERFORM UNTIL 1 = 0
               READ ARCH-CTL-FILE INTO AC-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF AC-FILE = WS-GEN-FILE
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

       PICK-SOURCES.
           PERFORM LOAD-GENERATIONS
           MOVE SPACES TO WS-GEN-PREV
           MOVE SPACES TO WS-GEN-SAME
           MOVE SPACES TO WS-GEN-NEXT
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               EVALUATE TRUE
                   WHEN WS-GEN-DATE(WS-GEN-IDX) = WS-SEARCH-DATE
                       MOVE WS-SEARCH-DATE TO WS-GEN-SAME
                   WHEN WS-GEN-DATE(WS-GEN-IDX) < WS-SEARCH-DATE
                       IF WS-GEN-PREV = SPACES
                               OR WS-GEN-DATE(WS-GEN-IDX) > WS-GEN-PREV
                           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-PREV
                       END-IF
                   WHEN OTHER
                       IF WS-GEN-NEXT = SPACES
                               OR WS-GEN-DATE(WS-GEN-IDX) < WS-GEN-NEXT
                           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-NEXT
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-SRC-COUNT
           IF WS-GEN-PREV NOT = SPACES
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-GEN-PREV TO WS-SRC-DATE(WS-SRC-COUNT)
           END-IF
           IF WS-GEN-SAME NOT = SPACES
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-GEN-SAME TO WS-SRC-DATE(WS-SRC-COUNT)
           END-IF
           IF WS-GEN-NEXT NOT = SPACES
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-GEN-NEXT TO WS-SRC-DATE(WS-SRC-COUNT)
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE SPACES TO WS-SRC-DATE(WS-SRC-COUNT).

       SCAN-HAND-SOURCES.
           MOVE 0 TO WS-SCAN-DONE
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-HH-SRC-COUNT OR WS-SCAN-DONE = 1
               MOVE WS-HH-SRC-DATE(WS-SRC-I) TO WS-CUR-SRC
               IF WS-CUR-SRC = SPACES
                   OPEN INPUT HAND-HISTORY-FILE
                   PERFORM UNTIL WS-SCAN-DONE = 1
                       READ HAND-HISTORY-FILE INTO HH-RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM PROCESS-HAND-RECORD
                   END-PERFORM
                   CLOSE HAND-HISTORY-FILE
               ELSE
                   MOVE SPACES TO WS-ARCH-HH-NAME
                   STRING "DATA/HANDHIST." DELIMITED BY SIZE
                          WS-CUR-SRC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                          INTO WS-ARCH-HH-NAME
                   OPEN INPUT ARCH-HH-FILE
                   PERFORM UNTIL WS-SCAN-DONE = 1
                       READ ARCH-HH-FILE INTO HH-RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM PROCESS-HAND-RECORD
                   END-PERFORM
                   CLOSE ARCH-HH-FILE
               END-IF
           END-PERFORM.

       PROCESS-HAND-RECORD.
           EVALUATE WS-SCAN-MODE
               WHEN 1
                   PERFORM CHECK-ANCHOR
               WHEN 2
                   PERFORM CHECK-HAND-RECORD
               WHEN 3
                   PERFORM CHECK-PRIOR-HAND
           END-EVALUATE.

       CHECK-ANCHOR.
           IF HH-P-CARDS = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ROUND NOT = SPACES
               IF HH-ROUND-ID NOT = WS-IN-ROUND
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF HH-PLAYER NOT = WS-IN-PLAYER
                       OR HH-TIMESTAMP < WS-IN-TS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO WS-ANCHOR-FOUND
           MOVE 1 TO WS-SCAN-DONE
           MOVE HH-TABLE TO WS-K-TABLE
           MOVE HH-SHOE-TS TO WS-K-SHOE-TS
           IF HH-SHOE-START NUMERIC
               MOVE HH-SHOE-START TO WS-K-SHOE-START
           ELSE
               MOVE 0 TO WS-K-SHOE-START
           END-IF
           MOVE HH-ROUND-ID TO WS-K-ROUND
           MOVE HH-PLAYER TO WS-K-PLAYER
           MOVE HH-TIMESTAMP TO WS-K-TS
           MOVE WS-CUR-SRC TO WS-K-SRC.

       CHECK-HAND-RECORD.
           IF HH-TABLE NOT = WS-K-TABLE OR HH-P-CARDS = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-K-SHOE-TS = SPACES
               IF HH-PLAYER NOT = WS-K-PLAYER
                       OR HH-TIMESTAMP NOT = WS-K-TS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF HH-SHOE-TS NOT = WS-K-SHOE-TS
                       OR HH-SHOE-START NOT NUMERIC
                       OR HH-ROUND-ID NOT = WS-K-ROUND
                   EXIT PARAGRAPH
               END-IF
               IF HH-SHOE-START NOT = WS-K-SHOE-START
                   EXIT PARAGRAPH
               END-IF
               IF WS-K-ROUND = SPACES AND HH-PLAYER NOT = WS-K-PLAYER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HR-COUNT >= 40
               ADD 1 TO WS-HR-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HR-COUNT
           MOVE HH-RECORD TO WS-HR-DATA(WS-HR-COUNT)
           MOVE WS-CUR-SRC TO WS-HR-SRC(WS-HR-COUNT).

       CHECK-PRIOR-HAND.
           MOVE HH-PLAYER TO WS-FIND-PLAYER
           PERFORM FIND-SEAT
           IF WS-FOUND-SEAT = 0
               EXIT PARAGRAPH
           END-IF
           IF HH-TIMESTAMP < WS-ST-FIRST-TS(WS-FOUND-SEAT)
                   AND HH-TIMESTAMP >= WS-ST-PREV-TS(WS-FOUND-SEAT)
                   AND HH-CHIPS NUMERIC
               MOVE HH-TIMESTAMP TO WS-ST-PREV-TS(WS-FOUND-SEAT)
               MOVE HH-CHIPS TO WS-ST-PREV-CHIPS(WS-FOUND-SEAT)
               MOVE HH-OUTCOME TO WS-ST-PREV-TYPE(WS-FOUND-SEAT)
           END-IF.

       SCAN-CASH-SOURCES.
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-CT-SRC-COUNT
               MOVE WS-CT-SRC-DATE(WS-SRC-I) TO WS-CUR-SRC
               IF WS-CUR-SRC = SPACES
                   OPEN INPUT CASH-FILE
                   PERFORM UNTIL 1 = 0
                       READ CASH-FILE INTO CT-RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM PROCESS-CASH-RECORD
                   END-PERFORM
                   CLOSE CASH-FILE
               ELSE
                   MOVE SPACES TO WS-ARCH-CT-NAME
                   STRING "DATA/CASHTXN." DELIMITED BY SIZE
                          WS-CUR-SRC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                          INTO WS-ARCH-CT-NAME
                   OPEN INPUT ARCH-CT-FILE
                   PERFORM UNTIL 1 = 0
                       READ ARCH-CT-FILE INTO CT-RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM PROCESS-CASH-RECORD
                   END-PERFORM
                   CLOSE ARCH-CT-FILE
               END-IF
           END-PERFORM.

       PROCESS-CASH-RECORD.
           MOVE CT-PLAYER TO WS-FIND-PLAYER
           PERFORM FIND-SEAT
           IF WS-FOUND-SEAT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SEAT TO WS-SEAT
           IF WS-SCAN-MODE = 1
               IF CT-TIMESTAMP < WS-ST-FIRST-TS(WS-SEAT)
                       AND CT-TIMESTAMP >= WS-ST-PREV-TS(WS-SEAT)
                       AND CT-TYPE NOT = "INS_LOSS"
                       AND CT-CHIPS-AFTER NUMERIC
                   MOVE CT-TIMESTAMP TO WS-ST-PREV-TS(WS-SEAT)
                   MOVE CT-CHIPS-AFTER TO WS-ST-PREV-CHIPS(WS-SEAT)
                   MOVE CT-TYPE TO WS-ST-PREV-TYPE(WS-SEAT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CT-TIMESTAMP > WS-ST-LAST-TS(WS-SEAT)
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-PREV-TS(WS-SEAT) = SPACES
               IF CT-TIMESTAMP(1:8) < WS-ST-FIRST-TS(WS-SEAT)(1:8)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CT-TIMESTAMP <= WS-ST-PREV-TS(WS-SEAT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CT-TYPE = "INS_LOSS" AND CT-AMOUNT NUMERIC
               ADD CT-AMOUNT TO WS-ST-INS-LOSS(WS-SEAT)
           END-IF
           IF WS-MV-COUNT < 40
               ADD 1 TO WS-MV-COUNT
               MOVE WS-SEAT TO WS-MV-SEAT(WS-MV-COUNT)
               MOVE CT-RECORD TO WS-MV-DATA(WS-MV-COUNT)
           END-IF.

       FIND-SEAT.
           MOVE 0 TO WS-FOUND-SEAT
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > WS-SEAT-COUNT
               IF WS-ST-PLAYER(WS-SEAT) = WS-FIND-PLAYER
                   MOVE WS-SEAT TO WS-FOUND-SEAT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-SEATS.
           MOVE 0 TO WS-SEAT-COUNT
           MOVE SPACES TO WS-DLR-CARDS
           MOVE 0 TO WS-DLR-N
           MOVE HIGH-VALUES TO WS-FIRST-TS
           MOVE LOW-VALUES TO WS-LAST-TS
           PERFORM VARYING WS-HR-I FROM 1 BY 1
                   UNTIL WS-HR-I > WS-HR-COUNT
               MOVE WS-HR-DATA(WS-HR-I) TO HH-RECORD
               PERFORM ADD-HAND-TO-SEAT
           END-PERFORM
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > WS-SEAT-COUNT
               IF WS-ST-MAIN(WS-SEAT 2) > 0
                   MOVE 1 TO WS-SPLIT
               END-IF
           END-PERFORM
           MOVE WS-DLR-CARDS TO WS-CALC-CARDS
           PERFORM CALC-CARDS-SCORE
           MOVE WS-CALC-SCORE TO WS-DLR-SCORE
           MOVE 0 TO WS-DC-N
           PERFORM VARYING WS-I FROM 1 BY 3 UNTIL WS-I > 46
               IF WS-DLR-CARDS(WS-I:2) = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DC-N
               MOVE WS-DLR-CARDS(WS-I:2) TO WS-DC-CARD(WS-DC-N)
           END-PERFORM.

       ADD-HAND-TO-SEAT.
           MOVE HH-PLAYER TO WS-FIND-PLAYER
           PERFORM FIND-SEAT
           IF WS-FOUND-SEAT = 0
               IF WS-SEAT-COUNT >= 5
                   ADD 1 TO WS-EXTRA-HANDS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEAT-COUNT
               MOVE WS-SEAT-COUNT TO WS-FOUND-SEAT
               MOVE WS-SEAT-COUNT TO WS-SEAT
               INITIALIZE WS-ST-ENTRY(WS-SEAT)
               MOVE HH-PLAYER TO WS-ST-PLAYER(WS-SEAT)
               MOVE HH-TIMESTAMP TO WS-ST-FIRST-TS(WS-SEAT)
               MOVE SPACES TO WS-ST-PREV-TS(WS-SEAT)
           END-IF
           MOVE WS-FOUND-SEAT TO WS-SEAT
           IF HH-TIMESTAMP < WS-ST-FIRST-TS(WS-SEAT)
               MOVE HH-TIMESTAMP TO WS-ST-FIRST-TS(WS-SEAT)
           END-IF
           IF HH-TIMESTAMP >= WS-ST-LAST-TS(WS-SEAT)
               MOVE HH-TIMESTAMP TO WS-ST-LAST-TS(WS-SEAT)
               IF HH-CHIPS NUMERIC
                   MOVE HH-CHIPS TO WS-ST-FINAL(WS-SEAT)
               END-IF
           END-IF
           IF HH-TIMESTAMP < WS-FIRST-TS
               MOVE HH-TIMESTAMP TO WS-FIRST-TS
           END-IF
           IF HH-TIMESTAMP > WS-LAST-TS
               MOVE HH-TIMESTAMP TO WS-LAST-TS
           END-IF
           EVALUATE TRUE
               WHEN HH-OUTCOME(1:5) = "PPAIR"
                   MOVE WS-HR-I TO WS-ST-PP(WS-SEAT)
               WHEN HH-OUTCOME(1:4) = "SB21"
                   MOVE WS-HR-I TO WS-ST-21(WS-SEAT)
               WHEN WS-ST-MAIN(WS-SEAT 1) = 0
                   MOVE 1 TO WS-HAND
                   PERFORM STORE-MAIN-HAND
               WHEN WS-ST-MAIN(WS-SEAT 2) = 0
                   MOVE 2 TO WS-HAND
                   PERFORM STORE-MAIN-HAND
               WHEN OTHER
                   ADD 1 TO WS-EXTRA-HANDS
           END-EVALUATE.

       STORE-MAIN-HAND.
           MOVE WS-HR-I TO WS-ST-MAIN(WS-SEAT WS-HAND)
           MOVE 0 TO WS-HC-N(WS-SEAT WS-HAND)
           MOVE 1 TO WS-HC-NEXT(WS-SEAT WS-HAND)
           MOVE HH-P-CARDS TO WS-PC-CARDS
           PERFORM VARYING WS-I FROM 1 BY 3 UNTIL WS-I > 46
               IF WS-PC-CARDS(WS-I:2) = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HC-N(WS-SEAT WS-HAND)
               MOVE WS-PC-CARDS(WS-I:2) TO
                   WS-HC-CARD(WS-SEAT WS-HAND WS-HC-N(WS-SEAT WS-HAND))
           END-PERFORM
           MOVE 0 TO WS-DC-N
           PERFORM VARYING WS-I FROM 1 BY 3 UNTIL WS-I > 46
               IF HH-D-CARDS(WS-I:2) = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DC-N
           END-PERFORM
           IF WS-DC-N > WS-DLR-N
               MOVE WS-DC-N TO WS-DLR-N
               MOVE HH-D-CARDS TO WS-DLR-CARDS
           END-IF.

       LOAD-SHOE-AUDIT.
           MOVE 0 TO WS-SHOE-FOUND
           IF WS-K-SHOE-TS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARCH-SA-NAME
           STRING "DATA/SHOEAUDIT." DELIMITED BY SIZE
                  WS-K-SHOE-TS(1:8) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCH-SA-NAME
           OPEN INPUT ARCH-SA-FILE
           PERFORM UNTIL WS-SHOE-FOUND = 1
               READ ARCH-SA-FILE INTO SA-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE WS-K-SHOE-TS(1:8) TO WS-CUR-SRC
               PERFORM CHECK-SHOE-RECORD
           END-PERFORM
           CLOSE ARCH-SA-FILE
           IF WS-SHOE-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SHOE-AUDIT-FILE
           PERFORM UNTIL WS-SHOE-FOUND = 1
               READ SHOE-AUDIT-FILE INTO SA-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO WS-CUR-SRC
               PERFORM CHECK-SHOE-RECORD
           END-PERFORM
           CLOSE SHOE-AUDIT-FILE.

       CHECK-SHOE-RECORD.
           IF SA-TIMESTAMP NOT = WS-K-SHOE-TS
               EXIT PARAGRAPH
           END-IF
           IF SA-TABLE NOT = SPACES AND SA-TABLE NOT = WS-K-TABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SHOE-FOUND
           MOVE SA-SEQUENCE TO WS-SHOE-SEQ
           MOVE WS-CUR-SRC TO WS-SHOE-SRC
           IF SA-SEED NUMERIC
               MOVE SA-SEED TO WS-SHOE-SEED
           END-IF
           IF SA-DECK-COUNT NUMERIC AND SA-DECK-COUNT > 0
               COMPUTE WS-SHOE-CARDS = SA-DECK-COUNT * 52
           ELSE
               MOVE 312 TO WS-SHOE-CARDS
           END-IF.

       SHOE-CARD-AT.
           MOVE SPACES TO WS-SHOE-AT
           IF WS-SHOE-FOUND = 1 AND WS-NEXT-POS > 0
                   AND WS-NEXT-POS <= WS-SHOE-CARDS
               COMPUTE WS-SEQ-POS = ((WS-NEXT-POS - 1) * 2) + 1
               MOVE WS-SHOE-SEQ(WS-SEQ-POS:2) TO WS-SHOE-AT
           END-IF.

       BUILD-DEAL-ORDER.
           MOVE 0 TO WS-DL-COUNT
           MOVE 0 TO WS-DL-BAD
           MOVE WS-K-SHOE-START TO WS-NEXT-POS
           IF WS-SEAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-K-ROUND = SPACES
               PERFORM BUILD-SINGLE-DEAL
           ELSE
               PERFORM BUILD-ROUND-DEAL
           END-IF
           PERFORM VARYING WS-J FROM 3 BY 1 UNTIL WS-J > WS-DC-N
               PERFORM ADD-DEALER-CARD
           END-PERFORM.

       BUILD-SINGLE-DEAL.
           MOVE 1 TO WS-SEAT
           IF WS-HC-N(1 2) = 0
               MOVE 1 TO WS-HAND
               MOVE 1 TO WS-J
               PERFORM ADD-SEAT-CARD
               MOVE 2 TO WS-J
               PERFORM ADD-SEAT-CARD
               MOVE 1 TO WS-J
               PERFORM ADD-DEALER-CARD
               MOVE 2 TO WS-J
               PERFORM ADD-DEALER-CARD
               PERFORM VARYING WS-J FROM 3 BY 1
                       UNTIL WS-J > WS-HC-N(1 1)
                   PERFORM ADD-SEAT-CARD
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-J
           MOVE 1 TO WS-HAND
           PERFORM ADD-SEAT-CARD
           MOVE 2 TO WS-HAND
           PERFORM ADD-SEAT-CARD
           PERFORM ADD-DEALER-CARD
           MOVE 2 TO WS-J
           PERFORM ADD-DEALER-CARD
           MOVE 1 TO WS-HAND
           PERFORM ADD-SEAT-CARD
           MOVE 2 TO WS-HAND
           PERFORM ADD-SEAT-CARD
           MOVE 1 TO WS-HAND
           PERFORM VARYING WS-J FROM 3 BY 1
                   UNTIL WS-J > WS-HC-N(1 1)
               PERFORM ADD-SEAT-CARD
           END-PERFORM
           MOVE 2 TO WS-HAND
           PERFORM VARYING WS-J FROM 3 BY 1
                   UNTIL WS-J > WS-HC-N(1 2)
               PERFORM ADD-SEAT-CARD
           END-PERFORM.

       BUILD-ROUND-DEAL.
           MOVE 1 TO WS-HAND
           MOVE 1 TO WS-J
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > WS-SEAT-COUNT
               PERFORM ADD-SEAT-CARD
           END-PERFORM
           PERFORM ADD-DEALER-CARD
           MOVE 2 TO WS-J
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > WS-SEAT-COUNT
               PERFORM ADD-SEAT-CARD
           END-PERFORM
           PERFORM ADD-DEALER-CARD
           MOVE 0 TO WS-PENDING
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > WS-SEAT-COUNT
               MOVE 3 TO WS-HC-NEXT(WS-SEAT 1)
               IF WS-HC-N(WS-SEAT 1) > 2
                   COMPUTE WS-PENDING =
                       WS-PENDING + WS-HC-N(WS-SEAT 1) - 2
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-PENDING = 0
               PERFORM PICK-HIT-SEAT
               MOVE WS-PICK TO WS-SEAT
               MOVE WS-HC-NEXT(WS-SEAT 1) TO WS-J
               PERFORM ADD-SEAT-CARD
               ADD 1 TO WS-HC-NEXT(WS-SEAT 1)
               SUBTRACT 1 FROM WS-PENDING
           END-PERFORM.

       PICK-HIT-SEAT.
           MOVE 0 TO WS-PICK
           PERFORM SHOE-CARD-AT
           IF WS-SHOE-AT NOT = SPACES
               PERFORM VARYING WS-SEAT FROM 1 BY 1
                       UNTIL WS-SEAT > WS-SEAT-COUNT OR WS-PICK > 0
                   IF WS-HC-NEXT(WS-SEAT 1) <= WS-HC-N(WS-SEAT 1)
                       IF WS-HC-CARD(WS-SEAT 1 WS-HC-NEXT(WS-SEAT 1))
                               = WS-SHOE-AT
                           MOVE WS-SEAT TO WS-PICK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PICK = 0
               PERFORM VARYING WS-SEAT FROM 1 BY 1
                       UNTIL WS-SEAT > WS-SEAT-COUNT OR WS-PICK > 0
                   IF WS-HC-NEXT(WS-SEAT 1) <= WS-HC-N(WS-SEAT 1)
                       MOVE WS-SEAT TO WS-PICK
                   END-IF
               END-PERFORM
           END-IF.

       ADD-SEAT-CARD.
           IF WS-J > WS-HC-N(WS-SEAT WS-HAND)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DL-WHO-IN
           IF WS-K-ROUND = SPACES
               MOVE "JUGADOR" TO WS-DL-WHO-IN
           ELSE
               STRING "ASIENTO " WS-SEAT
                      DELIMITED BY SIZE INTO WS-DL-WHO-IN
           END-IF
           IF WS-SPLIT = 1
               MOVE SPACES TO WS-WHO-TEXT
               STRING WS-DL-WHO-IN DELIMITED BY SPACE
                      " MANO " WS-HAND
                      DELIMITED BY SIZE INTO WS-WHO-TEXT
               MOVE WS-WHO-TEXT TO WS-DL-WHO-IN
           END-IF
           MOVE WS-HC-CARD(WS-SEAT WS-HAND WS-J) TO WS-DL-CARD-IN
           PERFORM ADD-DEAL.

       ADD-DEALER-CARD.
           IF WS-J > WS-DC-N
               EXIT PARAGRAPH
           END-IF
           MOVE "CRUPIER" TO WS-DL-WHO-IN
           MOVE WS-DC-CARD(WS-J) TO WS-DL-CARD-IN
           PERFORM ADD-DEAL.

       ADD-DEAL.
           IF WS-DL-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DL-COUNT
           MOVE WS-NEXT-POS TO WS-DL-POS(WS-DL-COUNT)
           MOVE WS-DL-WHO-IN TO WS-DL-WHO(WS-DL-COUNT)
           MOVE WS-DL-CARD-IN TO WS-DL-CARD(WS-DL-COUNT)
           PERFORM SHOE-CARD-AT
           IF WS-SHOE-AT = SPACES
               MOVE "--" TO WS-DL-SHOE(WS-DL-COUNT)
               MOVE "--" TO WS-DL-OK(WS-DL-COUNT)
           ELSE
               MOVE WS-SHOE-AT TO WS-DL-SHOE(WS-DL-COUNT)
               IF WS-SHOE-AT = WS-DL-CARD-IN
                   MOVE "SI" TO WS-DL-OK(WS-DL-COUNT)
               ELSE
                   MOVE "NO" TO WS-DL-OK(WS-DL-COUNT)
                   ADD 1 TO WS-DL-BAD
               END-IF
           END-IF
           IF WS-NEXT-POS > 0
               ADD 1 TO WS-NEXT-POS
           END-IF.

       LOAD-OPERATOR-SHIFTS.
           MOVE 0 TO WS-OP-COUNT
           PERFORM VARYING WS-HR-I FROM 1 BY 1
                   UNTIL WS-HR-I > WS-HR-COUNT
               MOVE WS-HR-DATA(WS-HR-I) TO HH-RECORD
               MOVE 0 TO WS-OP-HIT
               PERFORM VARYING WS-OP-I FROM 1 BY 1
                       UNTIL WS-OP-I > WS-OP-COUNT
                   IF WS-OP-ID(WS-OP-I) = HH-OPERATOR
                       MOVE 1 TO WS-OP-HIT
                   END-IF
               END-PERFORM
               IF WS-OP-HIT = 0 AND WS-OP-COUNT < 8
                   ADD 1 TO WS-OP-COUNT
                   MOVE HH-OPERATOR TO WS-OP-ID(WS-OP-COUNT)
                   MOVE SPACES TO WS-OP-ON-TS(WS-OP-COUNT)
                   MOVE SPACES TO WS-OP-ON-TABLE(WS-OP-COUNT)
                   MOVE 0 TO WS-OP-OPEN(WS-OP-COUNT)
               END-IF
           END-PERFORM
           OPEN INPUT SHIFT-LOG-FILE
           PERFORM UNTIL 1 = 0
               READ SHIFT-LOG-FILE INTO OS-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF OS-TIMESTAMP <= WS-LAST-TS
                   PERFORM VARYING WS-OP-I FROM 1 BY 1
                           UNTIL WS-OP-I > WS-OP-COUNT
                       IF WS-OP-ID(WS-OP-I) = OS-OPERATOR
                           PERFORM NOTE-SHIFT-EVENT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE SHIFT-LOG-FILE.

       NOTE-SHIFT-EVENT.
           IF OS-TYPE = "SIGNON"
               MOVE 1 TO WS-OP-OPEN(WS-OP-I)
               MOVE OS-TIMESTAMP TO WS-OP-ON-TS(WS-OP-I)
               MOVE OS-TABLE TO WS-OP-ON-TABLE(WS-OP-I)
           ELSE
               IF OS-TYPE = "SIGNOFF"
                   MOVE 0 TO WS-OP-OPEN(WS-OP-I)
               END-IF
           END-IF.

       CALC-CARDS-SCORE.
           MOVE 0 TO WS-SUM WS-ACE-COUNT
           PERFORM VARYING WS-I FROM 1 BY 3 UNTIL WS-I > 50
               IF WS-CALC-CARDS(WS-I:1) = SPACE
                   EXIT PERFORM
               END-IF
               MOVE WS-CALC-CARDS(WS-I:1) TO WS-RANK-CH
               IF WS-RANK-CH = "A"
                   ADD 1 TO WS-ACE-COUNT
                   ADD 1 TO WS-SUM
               ELSE
                   IF WS-RANK-CH = "0" OR WS-RANK-CH = "J"
                           OR WS-RANK-CH = "Q" OR WS-RANK-CH = "K"
                       ADD 10 TO WS-SUM
                   ELSE
                       EVALUATE WS-RANK-CH
                           WHEN "2" ADD 2 TO WS-SUM
                           WHEN "3" ADD 3 TO WS-SUM
                           WHEN "4" ADD 4 TO WS-SUM
                           WHEN "5" ADD 5 TO WS-SUM
                           WHEN "6" ADD 6 TO WS-SUM
                           WHEN "7" ADD 7 TO WS-SUM
                           WHEN "8" ADD 8 TO WS-SUM
                           WHEN "9" ADD 9 TO WS-SUM
                           WHEN OTHER CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACE-COUNT
               IF WS-SUM + 10 <= 21
                   ADD 10 TO WS-SUM
               END-IF
           END-PERFORM
           MOVE WS-SUM TO WS-CALC-SCORE.

       PRINT-REPORT.
           MOVE SPACES TO WS-PRINT-NAME
           IF WS-K-ROUND NOT = SPACES
               STRING "REPORTS/DISPUTE." DELIMITED BY SIZE
                      WS-K-ROUND DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-K-TABLE DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-PRINT-NAME
           ELSE
               STRING "REPORTS/DISPUTE." DELIMITED BY SIZE
                      WS-FIRST-TS DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-K-TABLE DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-PRINT-NAME
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-IDENTIFICATION
           PERFORM PRINT-DEAL-ORDER
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > WS-SEAT-COUNT
               PERFORM PRINT-SEAT
           END-PERFORM
           PERFORM PRINT-DEALER
           PERFORM PRINT-OPERATORS
           PERFORM PRINT-ADJUSTMENTS
           PERFORM PRINT-SIGNATURE
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE.

       PRINT-IDENTIFICATION.
           MOVE "IDENTIFICACION DE LA MANO" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-IN-ROUND NOT = SPACES
               STRING "  CONSULTA:        RONDA " WS-IN-ROUND
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  CONSULTA:        JUGADOR " WS-IN-PLAYER
                      " DESDE " WS-IN-TS
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           IF WS-K-ROUND NOT = SPACES
               STRING "  RONDA:           " WS-K-ROUND
                      "  (RONDA MULTIJUGADOR, " WS-SEAT-COUNT
                      " ASIENTOS)"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "  RONDA:           MANO INDIVIDUAL (SIN RONDA)"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           STRING "  MESA:            " WS-K-TABLE
                  "   PRIMER REGISTRO " WS-FIRST-TS
                  "   ULTIMO REGISTRO " WS-LAST-TS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-K-SRC = SPACES
               MOVE "  HISTORIAL:       HANDHIST.DAT (ACTUAL)"
                   TO WS-PRINT-LINE
           ELSE
               STRING "  HISTORIAL:       HANDHIST." WS-K-SRC
                      ".DAT (ARCHIVO)"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           IF WS-K-SHOE-TS = SPACES
               MOVE "  ZAPATO:          NO REGISTRADO EN EL HISTORIAL"
                   TO WS-PRINT-LINE
           ELSE
               STRING "  ZAPATO:          " WS-K-SHOE-TS
                      "   POSICION INICIAL " WS-K-SHOE-START
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           IF WS-K-SHOE-TS NOT = SPACES
               IF WS-SHOE-FOUND = 1
                   IF WS-SHOE-SRC = SPACES
                       STRING "  AUDITORIA:       SHOEAUDIT.DAT"
                              "   SEMILLA " WS-SHOE-SEED
                              "   CARTAS " WS-SHOE-CARDS
                              DELIMITED BY SIZE INTO WS-PRINT-LINE
                   ELSE
                       STRING "  AUDITORIA:       SHOEAUDIT."
                              WS-SHOE-SRC ".DAT"
                              "   SEMILLA " WS-SHOE-SEED
                              "   CARTAS " WS-SHOE-CARDS
                              DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-IF
               ELSE
                   STRING "  AUDITORIA:       "
                          "*** ZAPATO NO ENCONTRADO ***"
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM PRINT-LINE-OUT
           END-IF
           IF WS-HR-LOST > 0 OR WS-EXTRA-HANDS > 0
               STRING "  *** REGISTROS NO MOSTRADOS: "
                      WS-HR-LOST " / " WS-EXTRA-HANDS " ***"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-LINE-OUT.

       PRINT-DEAL-ORDER.
           MOVE "ORDEN DE REPARTO (POSICION EN SA-SEQUENCE)"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "  POS  DESTINO            CARTA  ZAPATO  COINCIDE"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-DL-I FROM 1 BY 1
                   UNTIL WS-DL-I > WS-DL-COUNT
               STRING "  " WS-DL-POS(WS-DL-I) "  "
                      WS-DL-WHO(WS-DL-I) " "
                      WS-DL-CARD(WS-DL-I) "     "
                      WS-DL-SHOE(WS-DL-I) "      "
                      WS-DL-OK(WS-DL-I)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-PERFORM
           IF WS-K-SHOE-START = 0
               STRING "  POSICION INICIAL DESCONOCIDA - "
                      "ORDEN SIN VERIFICAR"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           IF WS-K-ROUND NOT = SPACES
               MOVE "  CARTAS PEDIDAS ASIGNADAS SEGUN EL ZAPATO"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           IF WS-DL-BAD > 0
               STRING "  *** " WS-DL-BAD
                      " CARTA(S) NO COINCIDEN CON EL ZAPATO ***"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-LINE-OUT.

       PRINT-SEAT.
           IF WS-K-ROUND = SPACES
               STRING "JUGADOR " WS-ST-PLAYER(WS-SEAT)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "ASIENTO " WS-SEAT "  JUGADOR "
                      WS-ST-PLAYER(WS-SEAT)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           IF WS-ST-PREV-TS(WS-SEAT) = SPACES
               STRING "  SALDO ANTERIOR:  SIN MOVIMIENTO PREVIO "
                      "EN LOS ARCHIVOS CONSULTADOS"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  SALDO ANTERIOR:  " WS-ST-PREV-CHIPS(WS-SEAT)
                      "  (" WS-ST-PREV-TS(WS-SEAT) " "
                      WS-ST-PREV-TYPE(WS-SEAT) ")"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           IF WS-ST-PP(WS-SEAT) > 0
               MOVE WS-ST-PP(WS-SEAT) TO WS-HR-I
               PERFORM PRINT-SIDE-BET
           END-IF
           IF WS-ST-21(WS-SEAT) > 0
               MOVE WS-ST-21(WS-SEAT) TO WS-HR-I
               PERFORM PRINT-SIDE-BET
           END-IF
           PERFORM VARYING WS-HAND FROM 1 BY 1 UNTIL WS-HAND > 2
               IF WS-ST-MAIN(WS-SEAT WS-HAND) > 0
                   PERFORM PRINT-MAIN-HAND
               END-IF
           END-PERFORM
           PERFORM PRINT-INSURANCE
           PERFORM VARYING WS-MV-I FROM 1 BY 1
                   UNTIL WS-MV-I > WS-MV-COUNT
               IF WS-MV-SEAT(WS-MV-I) = WS-SEAT
                   MOVE WS-MV-DATA(WS-MV-I) TO CT-RECORD
                   STRING "  MOVIMIENTO CAJA: " CT-TIMESTAMP " "
                          CT-TYPE " IMPORTE " CT-AMOUNT
                          " SALDO " CT-CHIPS-AFTER " OPER "
                          CT-OPERATOR
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE-OUT
               END-IF
           END-PERFORM
           STRING "  SALDO FINAL:     " WS-ST-FINAL(WS-SEAT)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT.

       PRINT-SIDE-BET.
           MOVE WS-HR-DATA(WS-HR-I) TO HH-RECORD
           IF HH-OUTCOME(1:5) = "PPAIR"
               MOVE "PAR PERFECTO" TO WS-WHO-TEXT
           ELSE
               MOVE "21 MAS 3" TO WS-WHO-TEXT
           END-IF
           STRING "  APUESTA LATERAL: " WS-WHO-TEXT
                  " APUESTA " HH-BET "  RESULTADO " HH-OUTCOME
                  "  PAGO " HH-PAYOUT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "                   " HH-TIMESTAMP
                  "  SALDO ANTES " HH-CHIPS-BEFORE
                  "  DESPUES " HH-CHIPS
                  "  OPERADOR " HH-OPERATOR
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       PRINT-MAIN-HAND.
           MOVE WS-ST-MAIN(WS-SEAT WS-HAND) TO WS-HR-I
           MOVE WS-HR-DATA(WS-HR-I) TO HH-RECORD
           MOVE HH-P-CARDS TO WS-CALC-CARDS
           PERFORM CALC-CARDS-SCORE
           MOVE WS-CALC-SCORE TO WS-HAND-SCORE
           IF WS-SPLIT = 1
               STRING "  MANO " WS-HAND ":          "
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "  MANO:            " TO WS-PRINT-LINE
           END-IF
           STRING HH-P-CARDS DELIMITED BY "  "
                  "  PUNTOS " WS-HAND-SCORE
                  "  APUESTA " HH-BET
                  "  RESULTADO " HH-OUTCOME
                  DELIMITED BY SIZE INTO WS-PRINT-LINE(20:113)
           PERFORM PRINT-LINE-OUT
           PERFORM DESCRIBE-DECISIONS
           STRING "  DECISIONES:      " WS-DEC-TEXT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE 0 TO WS-RETURNED
           IF HH-CHIPS NUMERIC AND HH-CHIPS-BEFORE NUMERIC
               COMPUTE WS-RETURNED = HH-CHIPS - HH-CHIPS-BEFORE
           END-IF
           COMPUTE WS-NET = WS-RETURNED - HH-BET
           MOVE WS-RETURNED TO WS-RET-ED
           MOVE WS-NET TO WS-NET-ED
           STRING "  LIQUIDACION:     " HH-TIMESTAMP
                  "  SALDO ANTES " HH-CHIPS-BEFORE
                  "  DESPUES " HH-CHIPS
                  "  ABONADO " WS-RET-ED
                  "  NETO " WS-NET-ED
                  "  OPERADOR " HH-OPERATOR
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       DESCRIBE-DECISIONS.
           MOVE SPACES TO WS-DEC-TEXT
           MOVE 0 TO WS-HITS
           IF WS-HC-N(WS-SEAT WS-HAND) > 2
               COMPUTE WS-HITS = WS-HC-N(WS-SEAT WS-HAND) - 2
           END-IF
           EVALUATE TRUE
               WHEN HH-OUTCOME(1:5) = "SUPV_"
                   STRING "LIQUIDADA POR SUPERVISOR - " HH-REASON
                          DELIMITED BY SIZE INTO WS-DEC-TEXT
               WHEN HH-OUTCOME = "SURRENDER"
                   MOVE "SE RINDIO CON LAS DOS PRIMERAS CARTAS"
                       TO WS-DEC-TEXT
               WHEN WS-SPLIT = 1
                   STRING "DIVIDIO EL PAR; EN ESTA MANO PIDIO "
                          WS-HITS " CARTA(S)"
                          DELIMITED BY SIZE INTO WS-DEC-TEXT
               WHEN WS-HC-N(WS-SEAT WS-HAND) = 2
                       AND WS-HAND-SCORE = 21
                   MOVE "BLACKJACK NATURAL" TO WS-DEC-TEXT
               WHEN WS-HC-N(WS-SEAT WS-HAND) = 2
                   MOVE "SE PLANTO CON LAS DOS PRIMERAS CARTAS"
                       TO WS-DEC-TEXT
               WHEN WS-HITS = 1 AND WS-K-ROUND = SPACES
                   MOVE "PIDIO UNA CARTA O DOBLO (NO DISTINGUIBLE)"
                       TO WS-DEC-TEXT
               WHEN OTHER
                   STRING "PIDIO " WS-HITS " CARTA(S)"
                          DELIMITED BY SIZE INTO WS-DEC-TEXT
           END-EVALUATE
           IF HH-OUTCOME(1:5) = "SUPV_" OR HH-OUTCOME = "SURRENDER"
                   OR (WS-HITS = 0 AND WS-SPLIT = 0)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEC-WORK
           IF WS-HAND-SCORE > 21
               STRING WS-DEC-TEXT DELIMITED BY "  "
                      " Y SE PASO" DELIMITED BY SIZE
                      INTO WS-DEC-WORK
           ELSE
               STRING WS-DEC-TEXT DELIMITED BY "  "
                      " Y SE PLANTO" DELIMITED BY SIZE
                      INTO WS-DEC-WORK
           END-IF
           MOVE WS-DEC-WORK TO WS-DEC-TEXT.

       PRINT-INSURANCE.
           IF WS-K-ROUND NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-INS-LOSS(WS-SEAT) > 0
               STRING "  SEGURO:          TOMADO Y PERDIDO, IMPORTE "
                      WS-ST-INS-LOSS(WS-SEAT)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-N = 0 OR WS-DC-CARD(1)(1:1) NOT = "A"
               STRING "  SEGURO:          NO OFRECIDO "
                      "(CARTA VISIBLE NO ES AS)"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-MAIN(WS-SEAT 1) TO WS-HR-I
           MOVE WS-HR-DATA(WS-HR-I) TO HH-RECORD
           IF HH-OUTCOME = "DEALER_WIN" AND WS-DC-N = 2
                   AND WS-DLR-SCORE = 21
                   AND HH-CHIPS > HH-CHIPS-BEFORE
               COMPUTE WS-RETURNED = HH-CHIPS - HH-CHIPS-BEFORE
               MOVE WS-RETURNED TO WS-RET-ED
               STRING "  SEGURO:          TOMADO Y PAGADO 2 A 1, "
                      "ABONADO " WS-RET-ED
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "  SEGURO:          NO TOMADO" TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT.

       PRINT-DEALER.
           STRING "CRUPIER            " DELIMITED BY SIZE
                  WS-DLR-CARDS DELIMITED BY "  "
                  "  PUNTOS " WS-DLR-SCORE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-DC-N = 2
               MOVE "  EL CRUPIER NO ROBO (MANO RESUELTA ANTES)"
                   TO WS-PRINT-LINE
               IF WS-DLR-SCORE >= 17
                   MOVE "  EL CRUPIER SE PLANTO CON SUS DOS CARTAS"
                       TO WS-PRINT-LINE
               END-IF
           ELSE
               COMPUTE WS-HITS = WS-DC-N - 2
               STRING "  EL CRUPIER ROBO " WS-HITS " CARTA(S)"
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT.

       PRINT-OPERATORS.
           MOVE "OPERADORES DE SERVICIO" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-OP-I FROM 1 BY 1
                   UNTIL WS-OP-I > WS-OP-COUNT
               IF WS-OP-OPEN(WS-OP-I) = 1
                   STRING "  " WS-OP-ID(WS-OP-I)
                          "  TURNO ABIERTO " WS-OP-ON-TS(WS-OP-I)
                          "  MESA " WS-OP-ON-TABLE(WS-OP-I)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "  " WS-OP-ID(WS-OP-I)
                          "  SIN TURNO ABIERTO EN SHIFTLOG A ESA HORA"
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM PRINT-LINE-OUT
           END-PERFORM
           PERFORM PRINT-LINE-OUT.

       PRINT-ADJUSTMENTS.
           IF WS-K-ROUND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "AJUSTES REGISTRADOS SOBRE LA RONDA" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE 0 TO WS-AJ-COUNT
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF AJ-ROUND-ID = WS-K-ROUND
                   ADD 1 TO WS-AJ-COUNT
                   STRING "  " AJ-ID " " AJ-PLAYER " "
                          AJ-DIRECTION " " AJ-AMOUNT " " AJ-STATUS
                          " " AJ-RAISED-BY " " AJ-APPROVED-BY " "
                          AJ-REASON
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE-OUT
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE
           IF WS-AJ-COUNT = 0
               MOVE "  NINGUNO" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           PERFORM PRINT-LINE-OUT.

       PRINT-SIGNATURE.
           MOVE "REVISION DEL JEFE DE TURNO" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           MOVE "  RECLAMACION NUM.: ____________________" TO
               WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           STRING "  CONCLUSION:       ______________________________"
                  "________________________"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM PRINT-LINE-OUT
           STRING "  JEFE DE TURNO:    ____________________"
                  "  FIRMA: ____________________"
                  "  FECHA: __________"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
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
           STRING "ROUND DISPUTE REPORT"
                  "  FECHA NEGOCIO " WS-FIRST-TS(1:8)
                  "  EJECUTADO " WS-RUN-TS(1:8)
                  "  PAGINA " WS-PAGE-NUM
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-RUN-INDEX.
           MOVE WS-RUN-TS TO RI-RUN-TS
           OPEN EXTEND RUN-INDEX-FILE
           WRITE RUN-INDEX-RECORD FROM RI-RECORD
           CLOSE RUN-INDEX-FILE.
