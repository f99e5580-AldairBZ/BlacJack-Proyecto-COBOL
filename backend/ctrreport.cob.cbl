       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "DATA/CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-LOG-FILE ASSIGN TO "DATA/SHIFTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTR-FILE ASSIGN TO DYNAMIC WS-CTR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAR-FILE ASSIGN TO DYNAMIC WS-SAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-INDEX-FILE
               ASSIGN TO "REPORTS/RUNINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD ARCH-CT-FILE.
       01 ARCH-CT-RECORD       PIC X(65).
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(22).
       FD CONFIG-FILE.
       01 CONFIG-RECORD        PIC X(35).
       FD SHIFT-LOG-FILE.
       01 SHIFT-LOG-RECORD     PIC X(41).
       FD CTR-FILE.
       01 CTR-RECORD           PIC X(94).
       FD SAR-FILE.
       01 SAR-RECORD           PIC X(87).
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
           COPY CASHTXN.
           COPY BATCHCTL.
           COPY CONFIG.
           COPY SHIFTLG.
           COPY CTRFILE.
           COPY SARWORK.
           COPY RUNIDX.

       01 WS-SHIFT-SUMMARY.
          05 WS-SHF-ENTRY OCCURS 64 TIMES INDEXED BY WS-SHF-IDX.
             10 WS-SHF-OPER     PIC X(8).
             10 WS-SHF-TABLE    PIC X(4).
             10 WS-SHF-START    PIC X(14).
             10 WS-SHF-END      PIC X(14).
       01 WS-SHF-COUNT          PIC 9(2) VALUE 0.
       01 WS-SHF-J              PIC 9(2).
       01 WS-SHF-K              PIC 9(2).

       01 WS-PLAYER-TABLE.
          05 WS-CP-ENTRY OCCURS 300 TIMES INDEXED BY WS-CP-IDX.
             10 WS-CP-PLAYER    PIC X(20).
             10 WS-CP-IN        PIC 9(9) VALUE 0.
             10 WS-CP-IN-CNT    PIC 9(4) VALUE 0.
             10 WS-CP-OUT       PIC 9(9) VALUE 0.
             10 WS-CP-OUT-CNT   PIC 9(4) VALUE 0.
             10 WS-CP-NEAR-CNT  PIC 9(4) VALUE 0.
             10 WS-CP-NEAR-AMT  PIC 9(9) VALUE 0.
             10 WS-CP-FIRST-TS  PIC X(14).
             10 WS-CP-LAST-TS   PIC X(14).
             10 WS-CP-TBL-COUNT PIC 9(2) VALUE 0.
             10 WS-CP-TBL-ID    PIC X(4) OCCURS 8 TIMES.
             10 WS-CP-WIN-IN    PIC 9(9) VALUE 0.
             10 WS-CP-WIN-FIRST PIC X(14).
             10 WS-CP-WIN-DAY   PIC 9 OCCURS 31 TIMES.
       01 WS-CP-COUNT           PIC 9(4) VALUE 0.
       01 WS-CP-FOUND           PIC 9 VALUE 0.
       01 WS-CP-T               PIC 9(2).
       01 WS-CP-DAYS            PIC 9(2).

       01 WS-PRINT-NAME         PIC X(30).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-TS-TIME            PIC X(8).
       01 WS-RUN-TS             PIC X(14).

       01 WS-ARCH-CT-NAME       PIC X(26).
       01 WS-CTR-NAME           PIC X(25).
       01 WS-SAR-NAME           PIC X(25).
       01 WS-BC-FOUND           PIC 9 VALUE 0.
       01 WS-RPT-TODAY          PIC X(8).
       01 WS-SYS-DATE           PIC X(8).

       01 WS-BUS-INT            PIC 9(8).
       01 WS-WIN-START-INT      PIC 9(8).
       01 WS-DAY-INT            PIC 9(8).
       01 WS-DATE-INT           PIC 9(8).
       01 WS-WIN-START          PIC X(8).
       01 WS-ARCH-DATE          PIC X(8).
       01 WS-DAY-SLOT           PIC 9(2).
       01 WS-NEAR-AMT           PIC 9(7).
       01 WS-CT-TABLE           PIC X(4).

       01 WS-CTR-COUNT          PIC 9(7) VALUE 0.
       01 WS-CTR-IN-TOT         PIC 9(11) VALUE 0.
       01 WS-CTR-OUT-TOT        PIC 9(11) VALUE 0.
       01 WS-SAR-COUNT          PIC 9(5) VALUE 0.
       01 WS-CT-READ            PIC 9(7) VALUE 0.
       01 WS-NO-TABLE           PIC 9(5) VALUE 0.
       01 WS-TRIGGER            PIC X(7).

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
           PERFORM LOAD-CONFIG
           COMPUTE WS-NEAR-AMT =
               CFG-CTR-THRESHOLD * CFG-CTR-NEAR-PCT / 100
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-RPT-TODAY))
           COMPUTE WS-WIN-START-INT = WS-BUS-INT - CFG-CTR-DAYS + 1
           COMPUTE WS-DATE-INT =
               FUNCTION DATE-OF-INTEGER (WS-WIN-START-INT)
           MOVE WS-DATE-INT TO WS-WIN-START
           PERFORM LOAD-SHIFTS
           PERFORM LOAD-CASH-TXN
           PERFORM COMPUTE-RUN-TS
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/CTRREPORT." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           STRING "DATA/CTRFILE." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CTR-NAME
           STRING "DATA/SARWORK." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SAR-NAME
           OPEN OUTPUT PRINT-FILE
           STRING "UMBRAL DE DECLARACION " CFG-CTR-THRESHOLD
                  "  NIVEL PROXIMO " WS-NEAR-AMT
                  "  VENTANA " CFG-CTR-DAYS " DIAS DESDE "
                  WS-WIN-START
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "MOVIMIENTOS DE EFECTIVO LEIDOS " WS-CT-READ
                  "  JUGADORES " WS-CP-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM WRITE-CTR-FILE
           PERFORM WRITE-SAR-FILE
           MOVE "===== TOTALES =====" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "  DECLARACIONES : " WS-CTR-COUNT
                  "  CASHIN " WS-CTR-IN-TOT
                  "  CASHOUT " WS-CTR-OUT-TOT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "  CASOS A REVISAR: " WS-SAR-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-NO-TABLE > 0
               STRING "  MOVIMIENTOS SIN MESA IDENTIFICADA: "
                      WS-NO-TABLE
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE
           MOVE "CTRREPORT" TO RI-REPORT
           IF WS-CTR-COUNT > 0 OR WS-SAR-COUNT > 0
               MOVE "AVISO" TO RI-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "COMPLETO" TO RI-STATUS
           END-IF
           PERFORM WRITE-RUN-INDEX
           DISPLAY "DECLARACIONES: " WS-CTR-COUNT
                   "  CASOS A REVISAR: " WS-SAR-COUNT
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

       LOAD-CONFIG.
           MOVE 10000 TO CFG-CTR-THRESHOLD
           MOVE 90 TO CFG-CTR-NEAR-PCT
           MOVE 3 TO CFG-CTR-DAYS
           OPEN INPUT CONFIG-FILE
           READ CONFIG-FILE INTO CFG-RECORD
               AT END
                   CONTINUE
           END-READ
           CLOSE CONFIG-FILE
           IF CFG-CTR-THRESHOLD NOT NUMERIC
                   OR CFG-CTR-THRESHOLD = 0
               MOVE 10000 TO CFG-CTR-THRESHOLD
           END-IF
           IF CFG-CTR-NEAR-PCT NOT NUMERIC
                   OR CFG-CTR-NEAR-PCT = 0
                   OR CFG-CTR-NEAR-PCT > 100
               MOVE 90 TO CFG-CTR-NEAR-PCT
           END-IF
           IF CFG-CTR-DAYS NOT NUMERIC OR CFG-CTR-DAYS = 0
               MOVE 3 TO CFG-CTR-DAYS
           END-IF
           IF CFG-CTR-DAYS > 31
               MOVE 31 TO CFG-CTR-DAYS
           END-IF.

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
           STRING "CASH TRANSACTION COMPLIANCE"
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

       LOAD-SHIFTS.
           MOVE 0 TO WS-SHF-COUNT
           OPEN INPUT SHIFT-LOG-FILE
           PERFORM UNTIL 1 = 0
               READ SHIFT-LOG-FILE INTO OS-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM NOTE-SHIFT-EVENT
           END-PERFORM
           CLOSE SHIFT-LOG-FILE.

       NOTE-SHIFT-EVENT.
           IF OS-TYPE = "SIGNON"
               IF OS-TIMESTAMP(1:8) <= WS-RPT-TODAY
                   IF WS-SHF-COUNT < 64
                       ADD 1 TO WS-SHF-COUNT
                       SET WS-SHF-IDX TO WS-SHF-COUNT
                       MOVE OS-OPERATOR TO WS-SHF-OPER(WS-SHF-IDX)
                       MOVE OS-TABLE TO WS-SHF-TABLE(WS-SHF-IDX)
                       MOVE OS-TIMESTAMP TO WS-SHF-START(WS-SHF-IDX)
                       MOVE "99999999999999"
                           TO WS-SHF-END(WS-SHF-IDX)
                   ELSE
                       DISPLAY "*** TABLA DE TURNOS LLENA - "
                               OS-OPERATOR " ***"
                   END-IF
               END-IF
           ELSE
               IF OS-TYPE = "SIGNOFF"
                   PERFORM VARYING WS-SHF-J FROM 1 BY 1
                           UNTIL WS-SHF-J > WS-SHF-COUNT
                       IF WS-SHF-OPER(WS-SHF-J) = OS-OPERATOR
                               AND WS-SHF-END(WS-SHF-J) =
                                   "99999999999999"
                           MOVE OS-TIMESTAMP TO WS-SHF-END(WS-SHF-J)
                           IF OS-TIMESTAMP(1:8) < WS-WIN-START
                               PERFORM DROP-SHIFT-ENTRY
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       DROP-SHIFT-ENTRY.
           PERFORM VARYING WS-SHF-K FROM WS-SHF-J BY 1
                   UNTIL WS-SHF-K >= WS-SHF-COUNT
               MOVE WS-SHF-ENTRY(WS-SHF-K + 1)
                   TO WS-SHF-ENTRY(WS-SHF-K)
           END-PERFORM
           SUBTRACT 1 FROM WS-SHF-COUNT.

       LOAD-CASH-TXN.
           MOVE 0 TO WS-CP-COUNT
           PERFORM VARYING WS-DAY-INT FROM WS-WIN-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-BUS-INT
               COMPUTE WS-DATE-INT =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               MOVE WS-DATE-INT TO WS-ARCH-DATE
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
                   PERFORM TALLY-CASH-RECORD
               END-PERFORM
               CLOSE ARCH-CT-FILE
           END-PERFORM
           OPEN INPUT CASH-FILE
           PERFORM UNTIL 1 = 0
               READ CASH-FILE INTO CT-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-CASH-RECORD
           END-PERFORM
           CLOSE CASH-FILE.

       TALLY-CASH-RECORD.
           IF CT-TYPE NOT = "CASHIN" AND CT-TYPE NOT = "CASHOUT"
               EXIT PARAGRAPH
           END-IF
           IF CT-TIMESTAMP(1:8) < WS-WIN-START
                   OR CT-TIMESTAMP(1:8) > WS-RPT-TODAY
               EXIT PARAGRAPH
           END-IF
           IF CT-TYPE = "CASHOUT"
                   AND CT-TIMESTAMP(1:8) NOT = WS-RPT-TODAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-READ
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-CP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF CT-TYPE = "CASHIN"
               ADD CT-AMOUNT TO WS-CP-WIN-IN(WS-CP-IDX)
               IF CT-TIMESTAMP < WS-CP-WIN-FIRST(WS-CP-IDX)
                   MOVE CT-TIMESTAMP TO WS-CP-WIN-FIRST(WS-CP-IDX)
               END-IF
               COMPUTE WS-DAY-SLOT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (CT-TIMESTAMP(1:8)))
                   - WS-WIN-START-INT + 1
               MOVE 1 TO WS-CP-WIN-DAY(WS-CP-IDX, WS-DAY-SLOT)
           END-IF
           IF CT-TIMESTAMP(1:8) NOT = WS-RPT-TODAY
               EXIT PARAGRAPH
           END-IF
           IF CT-TIMESTAMP < WS-CP-FIRST-TS(WS-CP-IDX)
               MOVE CT-TIMESTAMP TO WS-CP-FIRST-TS(WS-CP-IDX)
           END-IF
           IF CT-TIMESTAMP > WS-CP-LAST-TS(WS-CP-IDX)
               MOVE CT-TIMESTAMP TO WS-CP-LAST-TS(WS-CP-IDX)
           END-IF
           IF CT-TYPE = "CASHOUT"
               ADD CT-AMOUNT TO WS-CP-OUT(WS-CP-IDX)
               ADD 1 TO WS-CP-OUT-CNT(WS-CP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD CT-AMOUNT TO WS-CP-IN(WS-CP-IDX)
           ADD 1 TO WS-CP-IN-CNT(WS-CP-IDX)
           IF CT-AMOUNT >= WS-NEAR-AMT
                   AND CT-AMOUNT <= CFG-CTR-THRESHOLD
               ADD 1 TO WS-CP-NEAR-CNT(WS-CP-IDX)
               ADD CT-AMOUNT TO WS-CP-NEAR-AMT(WS-CP-IDX)
           END-IF
           PERFORM FIND-CASH-TABLE
           IF WS-CT-TABLE = SPACES
               ADD 1 TO WS-NO-TABLE
           ELSE
               PERFORM NOTE-PLAYER-TABLE
           END-IF.

       FIND-CASH-TABLE.
           MOVE SPACES TO WS-CT-TABLE
           IF CT-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHF-J FROM 1 BY 1
                   UNTIL WS-SHF-J > WS-SHF-COUNT
               IF CT-OPERATOR = WS-SHF-OPER(WS-SHF-J)
                       AND CT-TIMESTAMP >= WS-SHF-START(WS-SHF-J)
                       AND CT-TIMESTAMP <= WS-SHF-END(WS-SHF-J)
                   MOVE WS-SHF-TABLE(WS-SHF-J) TO WS-CT-TABLE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTE-PLAYER-TABLE.
           PERFORM VARYING WS-CP-T FROM 1 BY 1
                   UNTIL WS-CP-T > WS-CP-TBL-COUNT(WS-CP-IDX)
               IF WS-CP-TBL-ID(WS-CP-IDX, WS-CP-T) = WS-CT-TABLE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CP-TBL-COUNT(WS-CP-IDX) < 8
               ADD 1 TO WS-CP-TBL-COUNT(WS-CP-IDX)
               MOVE WS-CT-TABLE TO
                   WS-CP-TBL-ID(WS-CP-IDX, WS-CP-TBL-COUNT(WS-CP-IDX))
           END-IF.

       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-PLAYER(WS-CP-IDX) = CT-PLAYER
                   MOVE 1 TO WS-CP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 0
               IF WS-CP-COUNT < 300
                   ADD 1 TO WS-CP-COUNT
                   SET WS-CP-IDX TO WS-CP-COUNT
                   MOVE CT-PLAYER TO WS-CP-PLAYER(WS-CP-IDX)
                   MOVE 0 TO WS-CP-IN(WS-CP-IDX)
                   MOVE 0 TO WS-CP-IN-CNT(WS-CP-IDX)
                   MOVE 0 TO WS-CP-OUT(WS-CP-IDX)
                   MOVE 0 TO WS-CP-OUT-CNT(WS-CP-IDX)
                   MOVE 0 TO WS-CP-NEAR-CNT(WS-CP-IDX)
                   MOVE 0 TO WS-CP-NEAR-AMT(WS-CP-IDX)
                   MOVE "99999999999999" TO WS-CP-FIRST-TS(WS-CP-IDX)
                   MOVE "00000000000000" TO WS-CP-LAST-TS(WS-CP-IDX)
                   MOVE 0 TO WS-CP-TBL-COUNT(WS-CP-IDX)
                   MOVE 0 TO WS-CP-WIN-IN(WS-CP-IDX)
                   MOVE "99999999999999"
                       TO WS-CP-WIN-FIRST(WS-CP-IDX)
                   PERFORM VARYING WS-CP-T FROM 1 BY 1
                           UNTIL WS-CP-T > 31
                       MOVE 0 TO WS-CP-WIN-DAY(WS-CP-IDX, WS-CP-T)
                   END-PERFORM
                   MOVE 1 TO WS-CP-FOUND
               ELSE
                   DISPLAY "*** TABLA DE JUGADORES LLENA - "
                           CT-PLAYER " ***"
               END-IF
           END-IF.

       WRITE-CTR-FILE.
           MOVE 0 TO WS-CTR-COUNT
           MOVE 0 TO WS-CTR-IN-TOT
           MOVE 0 TO WS-CTR-OUT-TOT
           MOVE "===== DECLARACIONES DE EFECTIVO =====" TO
                   WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           OPEN OUTPUT CTR-FILE
           MOVE "HDR" TO CR-H-TYPE
           MOVE WS-SYS-DATE TO CR-H-RUN-DATE
           MOVE WS-RPT-TODAY TO CR-H-BUS-DATE
           MOVE CFG-CTR-THRESHOLD TO CR-H-THRESHOLD
           WRITE CTR-RECORD FROM CR-HEADER
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE SPACES TO WS-TRIGGER
               IF WS-CP-IN(WS-CP-IDX) > CFG-CTR-THRESHOLD
                   MOVE "CASHIN" TO WS-TRIGGER
               END-IF
               IF WS-CP-OUT(WS-CP-IDX) > CFG-CTR-THRESHOLD
                   IF WS-TRIGGER = SPACES
                       MOVE "CASHOUT" TO WS-TRIGGER
                   ELSE
                       MOVE "AMBOS" TO WS-TRIGGER
                   END-IF
               END-IF
               IF WS-TRIGGER NOT = SPACES
                   PERFORM WRITE-CTR-DETAIL
               END-IF
           END-PERFORM
           MOVE "TRL" TO CR-T-TYPE
           MOVE WS-CTR-COUNT TO CR-T-REC-COUNT
           MOVE WS-CTR-IN-TOT TO CR-T-CASHIN-TOT
           MOVE WS-CTR-OUT-TOT TO CR-T-CASHOUT-TOT
           WRITE CTR-RECORD FROM CR-TRAILER
           CLOSE CTR-FILE
           IF WS-CTR-COUNT = 0
               MOVE "SIN JUGADORES SOBRE EL UMBRAL" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF.

       WRITE-CTR-DETAIL.
           MOVE "DET" TO CR-D-TYPE
           MOVE WS-RPT-TODAY TO CR-D-BUS-DATE
           MOVE WS-CP-PLAYER(WS-CP-IDX) TO CR-D-PLAYER
           MOVE WS-CP-IN(WS-CP-IDX) TO CR-D-CASHIN
           MOVE WS-CP-IN-CNT(WS-CP-IDX) TO CR-D-CASHIN-CNT
           MOVE WS-CP-OUT(WS-CP-IDX) TO CR-D-CASHOUT
           MOVE WS-CP-OUT-CNT(WS-CP-IDX) TO CR-D-CASHOUT-CNT
           MOVE WS-CP-TBL-COUNT(WS-CP-IDX) TO CR-D-TABLES
           MOVE WS-CP-FIRST-TS(WS-CP-IDX) TO CR-D-FIRST-TS
           MOVE WS-CP-LAST-TS(WS-CP-IDX) TO CR-D-LAST-TS
           MOVE WS-TRIGGER TO CR-D-TRIGGER
           WRITE CTR-RECORD FROM CR-DETAIL
           ADD 1 TO WS-CTR-COUNT
           ADD WS-CP-IN(WS-CP-IDX) TO WS-CTR-IN-TOT
           ADD WS-CP-OUT(WS-CP-IDX) TO WS-CTR-OUT-TOT
           STRING "JUGADOR " WS-CP-PLAYER(WS-CP-IDX)
                  " MOTIVO " WS-TRIGGER
                  " MESAS " WS-CP-TBL-COUNT(WS-CP-IDX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "  CASHIN " WS-CP-IN(WS-CP-IDX)
                  " (" WS-CP-IN-CNT(WS-CP-IDX) ")"
                  "  CASHOUT " WS-CP-OUT(WS-CP-IDX)
                  " (" WS-CP-OUT-CNT(WS-CP-IDX) ")"
                  "  DE " WS-CP-FIRST-TS(WS-CP-IDX)
                  " A " WS-CP-LAST-TS(WS-CP-IDX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.

       WRITE-SAR-FILE.
           MOVE 0 TO WS-SAR-COUNT
           MOVE "===== ACTIVIDAD SOSPECHOSA =====" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           OPEN OUTPUT SAR-FILE
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM CHECK-STRUCTURING
           END-PERFORM
           CLOSE SAR-FILE
           IF WS-SAR-COUNT = 0
               MOVE "SIN CASOS A REVISAR" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF.

       CHECK-STRUCTURING.
           IF WS-CP-IN-CNT(WS-CP-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RPT-TODAY TO SW-BUS-DATE
           MOVE WS-CP-PLAYER(WS-CP-IDX) TO SW-PLAYER
           MOVE "ABIERTO" TO SW-STATUS
           IF WS-CP-NEAR-CNT(WS-CP-IDX) >= 2
               MOVE "NEAR_THR" TO SW-PATTERN
               MOVE WS-CP-NEAR-CNT(WS-CP-IDX) TO SW-COUNT
               MOVE WS-CP-NEAR-AMT(WS-CP-IDX) TO SW-AMOUNT
               MOVE WS-CP-FIRST-TS(WS-CP-IDX) TO SW-FIRST-TS
               MOVE WS-CP-LAST-TS(WS-CP-IDX) TO SW-LAST-TS
               PERFORM WRITE-SAR-ENTRY
           END-IF
           IF WS-CP-IN(WS-CP-IDX) > CFG-CTR-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-TBL-COUNT(WS-CP-IDX) >= 2
                   AND WS-CP-IN(WS-CP-IDX) >= WS-NEAR-AMT
               MOVE "MULTI_TBL" TO SW-PATTERN
               MOVE WS-CP-TBL-COUNT(WS-CP-IDX) TO SW-COUNT
               MOVE WS-CP-IN(WS-CP-IDX) TO SW-AMOUNT
               MOVE WS-CP-FIRST-TS(WS-CP-IDX) TO SW-FIRST-TS
               MOVE WS-CP-LAST-TS(WS-CP-IDX) TO SW-LAST-TS
               PERFORM WRITE-SAR-ENTRY
           END-IF
           MOVE 0 TO WS-CP-DAYS
           PERFORM VARYING WS-CP-T FROM 1 BY 1
                   UNTIL WS-CP-T > CFG-CTR-DAYS
               ADD WS-CP-WIN-DAY(WS-CP-IDX, WS-CP-T) TO WS-CP-DAYS
           END-PERFORM
           IF WS-CP-DAYS >= 2
                   AND WS-CP-WIN-IN(WS-CP-IDX) > CFG-CTR-THRESHOLD
               MOVE "MULTI_DAY" TO SW-PATTERN
               MOVE WS-CP-DAYS TO SW-COUNT
               MOVE WS-CP-WIN-IN(WS-CP-IDX) TO SW-AMOUNT
               MOVE WS-CP-WIN-FIRST(WS-CP-IDX) TO SW-FIRST-TS
               MOVE WS-CP-LAST-TS(WS-CP-IDX) TO SW-LAST-TS
               PERFORM WRITE-SAR-ENTRY
           END-IF.

       WRITE-SAR-ENTRY.
           WRITE SAR-RECORD FROM SW-RECORD
           ADD 1 TO WS-SAR-COUNT
           STRING "JUGADOR " SW-PLAYER
                  " PATRON " SW-PATTERN
                  " CUENTA " SW-COUNT
                  " IMPORTE " SW-AMOUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "  DE " SW-FIRST-TS " A " SW-LAST-TS
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT.
