       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATACHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "DATA/CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-TABLE-FILE ASSIGN TO "DATA/PAYTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO "DATA/ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-PLAYER-ID.
           SELECT OPTIONAL HAND-STATE-FILE
               ASSIGN TO "DATA/HANDSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-PLAYER-ID.
           SELECT OPTIONAL LIMITS-FILE ASSIGN TO "DATA/LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCLUSION-FILE ASSIGN TO "DATA/EXCLUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMPS-FILE ASSIGN TO "DATA/COMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PLAYER-ID.
           SELECT OPTIONAL DAY-TOTALS-FILE ASSIGN TO "DATA/DAYTOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "DATA/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID.
           SELECT OPTIONAL ADJUST-FILE ASSIGN TO "DATA/ADJUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ID.
           SELECT OPTIONAL TOURNEY-FILE ASSIGN TO "DATA/TOURNEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-ID.
           SELECT OPTIONAL ENTRY-FILE ASSIGN TO "DATA/TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-PLAYER-ID.
           SELECT OPTIONAL CASH-TXN-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HAND-HIST-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-AUDIT-FILE
               ASSIGN TO "DATA/SHOEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-LOG-FILE
               ASSIGN TO "DATA/SHIFTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOURN-HIST-FILE
               ASSIGN TO "DATA/TOURNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CTL-FILE ASSIGN TO "DATA/ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACK-STATUS-FILE
               ASSIGN TO "DATA/GLACKSTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-SEQ-LOG-FILE ASSIGN TO "DATA/GLSEQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TABLE-REG-FILE ASSIGN TO "DATA/TABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-FILE ASSIGN TO DYNAMIC WS-ROUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TABLE-LOCK-FILE
               ASSIGN TO DYNAMIC WS-TBL-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-TBL-LOCK-STATUS.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-INDEX-FILE
               ASSIGN TO "REPORTS/RUNINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(60).
       FD CONFIG-FILE.
       01 CONFIG-RECORD        PIC X(60).
       FD PAY-TABLE-FILE.
       01 PAY-TABLE-RECORD     PIC X(60).
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD ENROLL-FILE.
           COPY ENROLL.
       FD HAND-STATE-FILE.
           COPY HANDSTATE.
       FD LIMITS-FILE.
       01 LIMITS-RECORD        PIC X(80).
       FD EXCLUSION-FILE.
       01 EXCLUSION-RECORD     PIC X(80).
       FD COMPS-FILE.
           COPY COMPS.
       FD DAY-TOTALS-FILE.
           COPY DAYTOT.
       FD PROMO-FILE.
           COPY PROMO.
       FD ADJUST-FILE.
           COPY ADJUST.
       FD TOURNEY-FILE.
           COPY TOURNEY.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD CASH-TXN-FILE.
       01 CASH-TXN-RECORD      PIC X(80).
       FD HAND-HIST-FILE.
       01 HAND-HIST-RECORD     PIC X(260).
       FD SHOE-AUDIT-FILE.
       01 SHOE-AUDIT-RECORD    PIC X(900).
       FD SHIFT-LOG-FILE.
       01 SHIFT-LOG-RECORD     PIC X(60).
       FD TOURN-HIST-FILE.
       01 TOURN-HIST-RECORD    PIC X(260).
       FD ARCH-CTL-FILE.
       01 ARCH-CTL-RECORD      PIC X(60).
       FD GL-ACK-STATUS-FILE.
       01 GL-ACK-STATUS-RECORD PIC X(60).
       FD GL-SEQ-LOG-FILE.
       01 GL-SEQ-LOG-RECORD    PIC X(40).
       FD TABLE-REG-FILE.
       01 TABLE-REG-RECORD     PIC X(40).
       FD ROUND-FILE.
       01 ROUND-RECORD         PIC X(200).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(1410).
       FD TABLE-LOCK-FILE.
       01 TABLE-LOCK-RECORD    PIC X(1).
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
           COPY BATCHCTL.
           COPY CONFIG.
           COPY PAYTBL.
           COPY PLAYERL.
           COPY EXCLREG.
           COPY ROUNDST.
           COPY JOURNAL.
           COPY CASHTXN.
           COPY HANDHIST.
           COPY SHOEAUD.
           COPY SHIFTLG.
           COPY TOURNHST.
           COPY ARCHCTL.
           COPY GLACK.
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
       01 WS-BC-FOUND           PIC 9 VALUE 0.
       01 WS-BC-LAST-CLOSED     PIC X(8) VALUE SPACES.

       01 WS-LINE-BUF           PIC X(1000).
       01 WS-REC-LEN            PIC 9(3).
       01 WS-READ-COUNT         PIC 9(7) VALUE 0.
       01 WS-CHK-PLAYER         PIC X(20).
       01 WS-CHK-PM             PIC 9 VALUE 0.
       01 WS-CHK-EN             PIC 9 VALUE 0.
       01 WS-CHK-HS             PIC 9 VALUE 0.
       01 WS-CHK-HS-BET         PIC 9(7) VALUE 0.
       01 WS-PR-SUM             PIC 9(10) VALUE 0.
       01 WS-IDX                PIC 9(3).
       01 WS-SEAT               PIC 9.
       01 WS-JR-OPEN            PIC 9 VALUE 0.
       01 WS-LOG-GRAVE-N        PIC 9(7) VALUE 0.
       01 WS-LOG-GRAVE-KEY      PIC X(20).
       01 WS-LOG-AVISO-N        PIC 9(7) VALUE 0.
       01 WS-LOG-AVISO-KEY      PIC X(20).
       01 WS-LOG-LONG-N         PIC 9(7) VALUE 0.
       01 WS-LOG-LONG-KEY       PIC X(20).
       01 WS-LOG-KEY            PIC X(20).

       01 WS-F-CAT              PIC X(10).
       01 WS-F-SEV              PIC X(5).
       01 WS-F-FILE             PIC X(10).
       01 WS-F-KEY              PIC X(20).
       01 WS-F-TEXT             PIC X(40).
       01 WS-FND-TABLE.
          05 WS-FND-ENTRY OCCURS 500 TIMES.
             10 WS-FND-CAT      PIC X(10).
             10 WS-FND-SEV      PIC X(5).
             10 WS-FND-FILE     PIC X(10).
             10 WS-FND-KEY      PIC X(20).
             10 WS-FND-TEXT     PIC X(40).
       01 WS-FND-COUNT          PIC 9(4) VALUE 0.
       01 WS-FND-LOST           PIC 9(6) VALUE 0.
       01 WS-FND-I              PIC 9(4).
       01 WS-GRAVE-COUNT        PIC 9(6) VALUE 0.
       01 WS-AVISO-COUNT        PIC 9(6) VALUE 0.
       01 WS-CAT-LIST.
          05 FILLER             PIC X(10) VALUE "FORMATO".
          05 FILLER             PIC X(10) VALUE "REFERENCIA".
          05 FILLER             PIC X(10) VALUE "CIERRE".
          05 FILLER             PIC X(10) VALUE "BLOQUEO".
       01 WS-CAT-TABLE REDEFINES WS-CAT-LIST.
          05 WS-CAT-NAME OCCURS 4 TIMES PIC X(10).
       01 WS-CAT-I              PIC 9.
       01 WS-CAT-HITS           PIC 9(6) VALUE 0.

       01 WS-FILE-LIST.
          05 WS-FL-ENTRY OCCURS 20 TIMES.
             10 WS-FL-NAME      PIC X(12).
             10 WS-FL-COUNT     PIC 9(7).
       01 WS-FL-COUNT-N         PIC 9(2) VALUE 0.
       01 WS-FL-I               PIC 9(2).
       01 WS-FL-NAME-IN         PIC X(12).

       01 WS-REG-TABLE          PIC X(4).
       01 WS-REG-LIST.
          05 WS-REG-ENTRY OCCURS 16 TIMES PIC X(4).
       01 WS-REG-COUNT          PIC 9(2) VALUE 0.
       01 WS-REG-IDX            PIC 9(2).
       01 WS-REG-DUP            PIC 9.
       01 WS-RND-LIST.
          05 WS-RND-ID OCCURS 16 TIMES PIC X(14).
       01 WS-RND-FOUND          PIC 9 VALUE 0.
       01 WS-ROUND-NAME         PIC X(21).
       01 WS-JOURNAL-NAME       PIC X(21).
       01 WS-TBL-LOCK-NAME      PIC X(21).
       01 WS-TBL-LOCK-STATUS    PIC XX VALUE SPACES.

       01 WS-TN-LIST.
          05 WS-TN-ENTRY OCCURS 200 TIMES.
             10 WS-TN-L-ID      PIC X(8).
             10 WS-TN-L-STATUS  PIC X(8).
       01 WS-TN-COUNT           PIC 9(3) VALUE 0.
       01 WS-TN-I               PIC 9(3).
       01 WS-TN-HIT             PIC 9(3) VALUE 0.

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
               IF WS-BC-FOUND = 1 AND BC-OPEN-DATE NUMERIC
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
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-RUN-TS
           PERFORM CHECK-BATCH-CONTROL
           PERFORM CHECK-CONFIG
           PERFORM CHECK-PAY-TABLE
           PERFORM CHECK-CASH-TXN
           PERFORM CHECK-HAND-HIST
           PERFORM CHECK-SHOE-AUDIT
           PERFORM CHECK-SHIFT-LOG
           PERFORM CHECK-TOURN-HIST
           PERFORM CHECK-ARCH-CTL
           PERFORM CHECK-GL-CONTROL
           PERFORM CHECK-PLAYERS
           PERFORM CHECK-ENROLL
           OPEN INPUT PLAYER-MASTER-FILE
           OPEN INPUT ENROLL-FILE
           PERFORM CHECK-TABLES
           PERFORM CHECK-HAND-STATE
           OPEN INPUT HAND-STATE-FILE
           PERFORM CHECK-LIMITS
           PERFORM CHECK-EXCLUSIONS
           PERFORM CHECK-COMPS
           PERFORM CHECK-DAY-TOTALS
           PERFORM CHECK-PROMO
           PERFORM CHECK-ADJUST
           PERFORM CHECK-TOURNEYS
           PERFORM CHECK-TOURNEY-ENTRIES
           CLOSE HAND-STATE-FILE
           CLOSE ENROLL-FILE
           CLOSE PLAYER-MASTER-FILE
           PERFORM PRINT-REPORT
           MOVE "DATACHK" TO RI-REPORT
           EVALUATE TRUE
               WHEN WS-GRAVE-COUNT > 0
                   MOVE "FALLO" TO RI-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AVISO-COUNT > 0
                   MOVE "AVISO" TO RI-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "COMPLETO" TO RI-STATUS
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-RUN-INDEX
           DISPLAY "HALLAZGOS GRAVES: " WS-GRAVE-COUNT
                   "  AVISOS: " WS-AVISO-COUNT
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

       READ-BATCH-CONTROL.
           MOVE 0 TO WS-BC-FOUND
           MOVE SPACES TO BC-RECORD
           MOVE SPACES TO WS-LINE-BUF
           OPEN INPUT BATCH-CONTROL-FILE
           READ BATCH-CONTROL-FILE INTO WS-LINE-BUF
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-BC-FOUND
                   MOVE WS-LINE-BUF TO BC-RECORD
           END-READ
           CLOSE BATCH-CONTROL-FILE.

       ADD-FINDING.
           IF WS-F-SEV = "GRAVE"
               ADD 1 TO WS-GRAVE-COUNT
           ELSE
               ADD 1 TO WS-AVISO-COUNT
           END-IF
           IF WS-FND-COUNT >= 500
               ADD 1 TO WS-FND-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FND-COUNT
           MOVE WS-F-CAT TO WS-FND-CAT(WS-FND-COUNT)
           MOVE WS-F-SEV TO WS-FND-SEV(WS-FND-COUNT)
           MOVE WS-F-FILE TO WS-FND-FILE(WS-FND-COUNT)
           MOVE WS-F-KEY TO WS-FND-KEY(WS-FND-COUNT)
           MOVE WS-F-TEXT TO WS-FND-TEXT(WS-FND-COUNT).

       FORMAT-GRAVE.
           MOVE "FORMATO" TO WS-F-CAT
           MOVE "GRAVE" TO WS-F-SEV
           PERFORM ADD-FINDING.

       FORMAT-AVISO.
           MOVE "FORMATO" TO WS-F-CAT
           MOVE "AVISO" TO WS-F-SEV
           PERFORM ADD-FINDING.

       REFER-GRAVE.
           MOVE "REFERENCIA" TO WS-F-CAT
           MOVE "GRAVE" TO WS-F-SEV
           PERFORM ADD-FINDING.

       REFER-AVISO.
           MOVE "REFERENCIA" TO WS-F-CAT
           MOVE "AVISO" TO WS-F-SEV
           PERFORM ADD-FINDING.

       NOTE-FILE-COUNT.
           IF WS-FL-COUNT-N < 20
               ADD 1 TO WS-FL-COUNT-N
               MOVE WS-FL-NAME-IN TO WS-FL-NAME(WS-FL-COUNT-N)
               MOVE WS-READ-COUNT TO WS-FL-COUNT(WS-FL-COUNT-N)
           END-IF.

       CHECK-LINE-LENGTH.
           IF WS-LINE-BUF(WS-REC-LEN + 1:) NOT = SPACES
               MOVE "REGISTRO MAS LARGO QUE EL DISENO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF.

       LOOKUP-PLAYER.
           MOVE 0 TO WS-CHK-PM
           MOVE 0 TO WS-CHK-EN
           MOVE WS-CHK-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CHK-PM
           END-READ
           MOVE WS-CHK-PLAYER TO EN-PLAYER-ID
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CHK-EN
           END-READ.

       LOOKUP-HAND.
           MOVE 0 TO WS-CHK-HS
           MOVE 0 TO WS-CHK-HS-BET
           MOVE WS-CHK-PLAYER TO HS-PLAYER-ID
           READ HAND-STATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CHK-HS
                   IF HS-BET NUMERIC AND HS-BET2 NUMERIC
                       COMPUTE WS-CHK-HS-BET = HS-BET + HS-BET2
                   END-IF
           END-READ.

       CHECK-UNKNOWN-PLAYER.
           PERFORM LOOKUP-PLAYER
           IF WS-CHK-PM = 0 AND WS-CHK-EN = 0
               MOVE WS-CHK-PLAYER TO WS-F-KEY
               MOVE "JUGADOR DESCONOCIDO" TO WS-F-TEXT
               PERFORM REFER-AVISO
           END-IF.

       CHECK-BATCH-CONTROL.
           MOVE "BATCHCTL" TO WS-F-FILE
           MOVE "CONTROL" TO WS-F-KEY
           MOVE 0 TO WS-READ-COUNT
           IF WS-BC-FOUND = 0
               MOVE "SIN REGISTRO DE CONTROL DE LOTE" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
           ELSE
               MOVE 1 TO WS-READ-COUNT
               MOVE 22 TO WS-REC-LEN
               PERFORM CHECK-LINE-LENGTH
               IF BC-OPEN-DATE NOT NUMERIC
                   MOVE "BC-OPEN-DATE NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF BC-LAST-CLOSED NOT = SPACES
                       AND BC-LAST-CLOSED NOT NUMERIC
                   MOVE "BC-LAST-CLOSED NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF BC-GL-SEQ NOT NUMERIC
                   MOVE "BC-GL-SEQ NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF BC-LAST-CLOSED NUMERIC
                   MOVE BC-LAST-CLOSED TO WS-BC-LAST-CLOSED
                   IF BC-OPEN-DATE NUMERIC
                           AND BC-OPEN-DATE <= BC-LAST-CLOSED
                       MOVE "DIA ABIERTO NO POSTERIOR AL CERRADO"
                           TO WS-F-TEXT
                       MOVE "CIERRE" TO WS-F-CAT
                       MOVE "GRAVE" TO WS-F-SEV
                       PERFORM ADD-FINDING
                   END-IF
               END-IF
           END-IF
           MOVE "BATCHCTL" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-CONFIG.
           MOVE "CONFIG" TO WS-F-FILE
           MOVE "CONFIG" TO WS-F-KEY
           MOVE 0 TO WS-READ-COUNT
           MOVE SPACES TO WS-LINE-BUF
           OPEN INPUT CONFIG-FILE
           READ CONFIG-FILE INTO WS-LINE-BUF
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-READ-COUNT
           END-READ
           CLOSE CONFIG-FILE
           MOVE "CONFIG" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT
           IF WS-READ-COUNT = 0
               MOVE "SIN CONFIGURACION - SE USAN DEFECTOS" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-BUF TO CFG-RECORD
           MOVE 35 TO WS-REC-LEN
           PERFORM CHECK-LINE-LENGTH
           IF CFG-PENETRATION-PCT NOT NUMERIC
               MOVE "CFG-PENETRATION-PCT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF CFG-WARN-REMAIN NOT NUMERIC
               MOVE "CFG-WARN-REMAIN NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF CFG-DECK-COUNT NOT NUMERIC
               MOVE "CFG-DECK-COUNT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           ELSE
               IF CFG-DECK-COUNT = 0 OR CFG-DECK-COUNT > 8
                   MOVE "CFG-DECK-COUNT FUERA DE RANGO 1-8"
                       TO WS-F-TEXT
                   PERFORM FORMAT-AVISO
               END-IF
           END-IF
           IF CFG-S17-HIT NOT = "Y" AND CFG-S17-HIT NOT = "N"
               MOVE "CFG-S17-HIT DISTINTO DE Y/N" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
           END-IF
           IF CFG-BUYIN-AMT NOT NUMERIC
               MOVE "CFG-BUYIN-AMT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF CFG-COMP-RATE NOT NUMERIC
               MOVE "CFG-COMP-RATE NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           ELSE
               IF CFG-COMP-RATE = 0
                   MOVE "CFG-COMP-RATE CERO" TO WS-F-TEXT
                   PERFORM FORMAT-AVISO
               END-IF
           END-IF
           IF CFG-DORM-WARN-DAYS NOT NUMERIC
               MOVE "CFG-DORM-WARN-DAYS NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF CFG-DORM-SWEEP-DAYS NOT NUMERIC
               MOVE "CFG-DORM-SWEEP-DAYS NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF CFG-CTR-THRESHOLD NOT NUMERIC
               MOVE "CFG-CTR-THRESHOLD NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
           END-IF
           IF CFG-CTR-NEAR-PCT NOT NUMERIC
               MOVE "CFG-CTR-NEAR-PCT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
           END-IF
           IF CFG-CTR-DAYS NOT NUMERIC
               MOVE "CFG-CTR-DAYS NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
           END-IF.

       CHECK-PAY-TABLE.
           MOVE "PAYTABLE" TO WS-F-FILE
           MOVE "PAYTABLE" TO WS-F-KEY
           MOVE 0 TO WS-READ-COUNT
           MOVE SPACES TO WS-LINE-BUF
           OPEN INPUT PAY-TABLE-FILE
           READ PAY-TABLE-FILE INTO WS-LINE-BUF
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-READ-COUNT
           END-READ
           CLOSE PAY-TABLE-FILE
           MOVE "PAYTABLE" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT
           IF WS-READ-COUNT = 0
               MOVE "SIN TABLA DE PAGOS - SE USAN DEFECTOS"
                   TO WS-F-TEXT
               PERFORM FORMAT-AVISO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-BUF TO PT-RECORD
           MOVE 21 TO WS-REC-LEN
           PERFORM CHECK-LINE-LENGTH
           IF PT-PP-MIXED NOT NUMERIC
               MOVE "PT-PP-MIXED NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF PT-PP-COLORED NOT NUMERIC
               MOVE "PT-PP-COLORED NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF PT-PP-PERFECT NOT NUMERIC
               MOVE "PT-PP-PERFECT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF PT-21-FLUSH NOT NUMERIC
               MOVE "PT-21-FLUSH NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF PT-21-STRAIGHT NOT NUMERIC
               MOVE "PT-21-STRAIGHT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF PT-21-TRIPS NOT NUMERIC
               MOVE "PT-21-TRIPS NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF PT-21-STRFLUSH NOT NUMERIC
               MOVE "PT-21-STRFLUSH NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF.

       START-LOG-FILE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-LOG-GRAVE-N
           MOVE 0 TO WS-LOG-AVISO-N
           MOVE 0 TO WS-LOG-LONG-N
           MOVE SPACES TO WS-LOG-GRAVE-KEY
           MOVE SPACES TO WS-LOG-AVISO-KEY
           MOVE SPACES TO WS-LOG-LONG-KEY.

       LOG-GRAVE.
           IF WS-LOG-GRAVE-N = 0
               MOVE WS-LOG-KEY TO WS-LOG-GRAVE-KEY
           END-IF
           ADD 1 TO WS-LOG-GRAVE-N.

       LOG-AVISO.
           IF WS-LOG-AVISO-N = 0
               MOVE WS-LOG-KEY TO WS-LOG-AVISO-KEY
           END-IF
           ADD 1 TO WS-LOG-AVISO-N.

       LOG-LENGTH.
           IF WS-LINE-BUF(WS-REC-LEN + 1:) NOT = SPACES
               IF WS-LOG-LONG-N = 0
                   MOVE WS-LOG-KEY TO WS-LOG-LONG-KEY
               END-IF
               ADD 1 TO WS-LOG-LONG-N
           END-IF.

       FINISH-LOG-FILE.
           IF WS-LOG-LONG-N > 0
               MOVE WS-LOG-LONG-KEY TO WS-F-KEY
               STRING WS-LOG-LONG-N " REG. MAS LARGOS QUE EL DISENO"
                      DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF WS-LOG-GRAVE-N > 0
               MOVE WS-LOG-GRAVE-KEY TO WS-F-KEY
               STRING WS-LOG-GRAVE-N " REG. CON CAMPOS NO NUMERICOS"
                      DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF WS-LOG-AVISO-N > 0
               MOVE WS-LOG-AVISO-KEY TO WS-F-KEY
               STRING WS-LOG-AVISO-N " REG. CON CAMPOS NUEVOS EN BLANCO"
                      DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM FORMAT-AVISO
           END-IF
           MOVE SPACES TO WS-F-TEXT
           MOVE WS-F-FILE TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-CASH-TXN.
           MOVE "CASHTXN" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 65 TO WS-REC-LEN
           OPEN INPUT CASH-TXN-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ CASH-TXN-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO CT-RECORD
               MOVE CT-TIMESTAMP TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF CT-TIMESTAMP NOT NUMERIC OR CT-AMOUNT NOT NUMERIC
                       OR CT-CHIPS-AFTER NOT NUMERIC
                   PERFORM LOG-GRAVE
               END-IF
           END-PERFORM
           CLOSE CASH-TXN-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-HAND-HIST.
           MOVE "HANDHIST" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 236 TO WS-REC-LEN
           OPEN INPUT HAND-HIST-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ HAND-HIST-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO HH-RECORD
               MOVE HH-TIMESTAMP TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF HH-TIMESTAMP NOT NUMERIC OR HH-BET NOT NUMERIC
                       OR HH-CHIPS-BEFORE NOT NUMERIC
                       OR HH-CHIPS NOT NUMERIC
                   PERFORM LOG-GRAVE
               ELSE
                   IF HH-SHOE-START NOT NUMERIC
                           OR HH-PAYOUT NOT NUMERIC
                       PERFORM LOG-AVISO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HAND-HIST-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-SHOE-AUDIT.
           MOVE "SHOEAUDIT" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 859 TO WS-REC-LEN
           OPEN INPUT SHOE-AUDIT-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ SHOE-AUDIT-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO SA-RECORD
               MOVE SA-TIMESTAMP TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF SA-TIMESTAMP NOT NUMERIC OR SA-SEED NOT NUMERIC
                       OR SA-DECK-COUNT NOT NUMERIC
                   PERFORM LOG-GRAVE
               ELSE
                   IF SA-TABLE = SPACES
                       PERFORM LOG-AVISO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SHOE-AUDIT-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-SHIFT-LOG.
           MOVE "SHIFTLOG" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 41 TO WS-REC-LEN
           OPEN INPUT SHIFT-LOG-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ SHIFT-LOG-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO OS-RECORD
               MOVE OS-TIMESTAMP TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF OS-TIMESTAMP NOT NUMERIC OR OS-DRAWER NOT NUMERIC
                       OR (OS-TYPE NOT = "SIGNON"
                           AND OS-TYPE NOT = "SIGNOFF")
                   PERFORM LOG-GRAVE
               END-IF
           END-PERFORM
           CLOSE SHIFT-LOG-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-TOURN-HIST.
           MOVE "TOURNHIST" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 226 TO WS-REC-LEN
           OPEN INPUT TOURN-HIST-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ TOURN-HIST-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO TH-RECORD
               MOVE TH-TIMESTAMP TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF TH-TIMESTAMP NOT NUMERIC OR TH-ROUND NOT NUMERIC
                       OR TH-BET NOT NUMERIC
                       OR TH-CHIPS-BEFORE NOT NUMERIC
                       OR TH-CHIPS NOT NUMERIC
                   PERFORM LOG-GRAVE
               END-IF
           END-PERFORM
           CLOSE TOURN-HIST-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-ARCH-CTL.
           MOVE "ARCHCTL" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 36 TO WS-REC-LEN
           OPEN INPUT ARCH-CTL-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ ARCH-CTL-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO AC-RECORD
               MOVE AC-DATE TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF AC-DATE NOT NUMERIC OR AC-REC-COUNT NOT NUMERIC
                       OR AC-AMOUNT NOT NUMERIC
                   PERFORM LOG-GRAVE
               END-IF
           END-PERFORM
           CLOSE ARCH-CTL-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-GL-CONTROL.
           MOVE "GLACKSTS" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 36 TO WS-REC-LEN
           OPEN INPUT GL-ACK-STATUS-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ GL-ACK-STATUS-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO GS-RECORD
               MOVE GS-BUS-DATE TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF GS-BUS-DATE NOT NUMERIC OR GS-SEQ NOT NUMERIC
                   PERFORM LOG-GRAVE
               END-IF
           END-PERFORM
           CLOSE GL-ACK-STATUS-FILE
           PERFORM FINISH-LOG-FILE
           MOVE "GLSEQLOG" TO WS-F-FILE
           PERFORM START-LOG-FILE
           MOVE 14 TO WS-REC-LEN
           OPEN INPUT GL-SEQ-LOG-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ GL-SEQ-LOG-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF(1:8) TO WS-LOG-KEY
               PERFORM LOG-LENGTH
               IF WS-LINE-BUF(1:14) NOT NUMERIC
                   PERFORM LOG-GRAVE
               END-IF
           END-PERFORM
           CLOSE GL-SEQ-LOG-FILE
           PERFORM FINISH-LOG-FILE.

       CHECK-PLAYERS.
           MOVE "PLAYERS" TO WS-F-FILE
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT PLAYER-MASTER-FILE
           PERFORM UNTIL 1 = 0
               READ PLAYER-MASTER-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE PM-PLAYER-ID TO WS-F-KEY
               IF PM-PLAYER-ID = SPACES
                   MOVE "CLAVE DE JUGADOR EN BLANCO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF PM-CHIPS NOT NUMERIC
                   MOVE "PM-CHIPS NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF PM-WINS NOT NUMERIC OR PM-GAMES NOT NUMERIC
                   MOVE "PM-WINS/PM-GAMES NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-AVISO
               END-IF
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE
           MOVE "PLAYERS" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-ENROLL.
           MOVE "ENROLL" TO WS-F-FILE
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT ENROLL-FILE
           PERFORM UNTIL 1 = 0
               READ ENROLL-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE EN-PLAYER-ID TO WS-F-KEY
               IF EN-STATUS NOT = "ACTIVE"
                       AND EN-STATUS NOT = "SUSPENDED"
                       AND EN-STATUS NOT = "CLOSED"
                   MOVE "EN-STATUS NO RECONOCIDO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF EN-ENROLL-DATE NOT NUMERIC
                   MOVE "EN-ENROLL-DATE NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-AVISO
               END-IF
           END-PERFORM
           CLOSE ENROLL-FILE
           MOVE "ENROLL" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-TABLES.
           MOVE 0 TO WS-REG-COUNT
           MOVE 0 TO WS-READ-COUNT
           MOVE "TABLES" TO WS-F-FILE
           OPEN INPUT TABLE-REG-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ TABLE-REG-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF(1:4) TO WS-REG-TABLE
               MOVE WS-REG-TABLE TO WS-F-KEY
               MOVE 4 TO WS-REC-LEN
               PERFORM CHECK-LINE-LENGTH
               PERFORM ADD-REG-TABLE
           END-PERFORM
           CLOSE TABLE-REG-FILE
           MOVE "TABLES" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT
           MOVE "RUNLOCK" TO WS-F-FILE
           MOVE "PISO" TO WS-F-KEY
           MOVE "DATA/RUNLOCK.DAT" TO WS-TBL-LOCK-NAME
           PERFORM PROBE-LOCK
           OPEN INPUT HAND-STATE-FILE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               PERFORM CHECK-ONE-TABLE
           END-PERFORM
           CLOSE HAND-STATE-FILE.

       ADD-REG-TABLE.
           IF WS-REG-TABLE = SPACES
               MOVE "REGISTRO DE MESA EN BLANCO" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
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
           IF WS-REG-DUP = 1
               MOVE "MESA REGISTRADA MAS DE UNA VEZ" TO WS-F-TEXT
               PERFORM FORMAT-AVISO
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT < 16
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-TABLE TO WS-REG-ENTRY(WS-REG-COUNT)
               MOVE SPACES TO WS-RND-ID(WS-REG-COUNT)
           ELSE
               MOVE "TABLA DE MESAS LLENA - MESA NO REVISADA"
                   TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF.

       PROBE-LOCK.
           OPEN INPUT TABLE-LOCK-FILE
           IF WS-TBL-LOCK-STATUS = "00" OR WS-TBL-LOCK-STATUS = "05"
               CLOSE TABLE-LOCK-FILE
           ELSE
               MOVE "BLOQUEO" TO WS-F-CAT
               MOVE "AVISO" TO WS-F-SEV
               STRING "BLOQUEO RETENIDO - ESTADO "
                      WS-TBL-LOCK-STATUS
                      DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM ADD-FINDING
               MOVE SPACES TO WS-F-TEXT
           END-IF.

       CHECK-ONE-TABLE.
           MOVE WS-REG-ENTRY(WS-REG-IDX) TO WS-F-KEY
           MOVE SPACES TO WS-TBL-LOCK-NAME
           MOVE SPACES TO WS-JOURNAL-NAME
           MOVE SPACES TO WS-ROUND-NAME
           STRING "DATA/RUNLOCK." DELIMITED BY SIZE
                  WS-REG-ENTRY(WS-REG-IDX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TBL-LOCK-NAME
           STRING "DATA/JOURNAL." DELIMITED BY SIZE
                  WS-REG-ENTRY(WS-REG-IDX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-JOURNAL-NAME
           STRING "DATA/ROUNDST." DELIMITED BY SIZE
                  WS-REG-ENTRY(WS-REG-IDX) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ROUND-NAME
           MOVE "RUNLOCK" TO WS-F-FILE
           PERFORM PROBE-LOCK
           PERFORM CHECK-TABLE-JOURNAL
           PERFORM CHECK-TABLE-ROUND.

       CHECK-TABLE-JOURNAL.
           MOVE 0 TO WS-JR-OPEN
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL 1 = 0
               READ JOURNAL-FILE INTO JR-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF JR-TYPE = "BEFORE" OR JR-TYPE = "SEATBF"
                   MOVE 1 TO WS-JR-OPEN
               ELSE
                   IF JR-TYPE = "COMMIT"
                       MOVE 0 TO WS-JR-OPEN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-JR-OPEN = 1
               MOVE "JOURNAL" TO WS-F-FILE
               MOVE "BLOQUEO" TO WS-F-CAT
               MOVE "GRAVE" TO WS-F-SEV
               MOVE "DIARIO SIN CONFIRMAR - EJECUTE JRECOVER"
                   TO WS-F-TEXT
               PERFORM ADD-FINDING
           END-IF.

       CHECK-TABLE-ROUND.
           MOVE "ROUNDST" TO WS-F-FILE
           MOVE SPACES TO WS-LINE-BUF
           OPEN INPUT ROUND-FILE
           READ ROUND-FILE INTO WS-LINE-BUF
               AT END
                   MOVE SPACES TO WS-LINE-BUF
           END-READ
           CLOSE ROUND-FILE
           IF WS-LINE-BUF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 173 TO WS-REC-LEN
           PERFORM CHECK-LINE-LENGTH
           MOVE WS-LINE-BUF TO RS-RECORD
           IF RS-SEAT-COUNT NOT NUMERIC
               MOVE "RS-SEAT-COUNT NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           IF RS-SEAT-COUNT > 5
               MOVE "RS-SEAT-COUNT MAYOR QUE 5" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           IF RS-SEAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF RS-STATUS NOT = "OPEN" AND RS-STATUS NOT = "DEALT"
               MOVE "RS-STATUS NO RECONOCIDO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           IF RS-STATUS = "DEALT"
               MOVE RS-ROUND-ID TO WS-RND-ID(WS-REG-IDX)
           END-IF
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > RS-SEAT-COUNT
               PERFORM CHECK-ROUND-SEAT
           END-PERFORM.

       CHECK-ROUND-SEAT.
           MOVE RS-SEAT-PLAYER(WS-SEAT) TO WS-CHK-PLAYER
           MOVE WS-CHK-PLAYER TO WS-F-KEY
           IF WS-CHK-PLAYER = SPACES
               MOVE "ASIENTO EN BLANCO EN LA RONDA" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-HAND
           IF WS-CHK-HS = 0
               STRING "ASIENTO SIN MANO - MESA "
                      WS-REG-ENTRY(WS-REG-IDX)
                      DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM REFER-GRAVE
               MOVE SPACES TO WS-F-TEXT
               EXIT PARAGRAPH
           END-IF
           IF RS-STATUS = "DEALT"
               IF HS-ROUND-ID NOT = RS-ROUND-ID
                       OR (HS-STATUS NOT = "PLAYING"
                           AND HS-STATUS NOT = "WAITING"
                           AND HS-STATUS NOT = "BUSTED")
                   STRING "ASIENTO CON MANO YA LIQUIDADA - MESA "
                          WS-REG-ENTRY(WS-REG-IDX)
                          DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM REFER-GRAVE
                   MOVE SPACES TO WS-F-TEXT
               END-IF
           ELSE
               IF HS-STATUS NOT = "BETTING"
                   STRING "ASIENTO EN RONDA ABIERTA SIN APUESTA - "
                          WS-REG-ENTRY(WS-REG-IDX)
                          DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM REFER-AVISO
                   MOVE SPACES TO WS-F-TEXT
               END-IF
           END-IF.

       CHECK-HAND-STATE.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT HAND-STATE-FILE
           PERFORM UNTIL 1 = 0
               READ HAND-STATE-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-ONE-HAND
           END-PERFORM
           CLOSE HAND-STATE-FILE
           MOVE "HANDSTATE" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-ONE-HAND.
           MOVE "HANDSTATE" TO WS-F-FILE
           MOVE HS-PLAYER-ID TO WS-F-KEY
           MOVE HS-PLAYER-ID TO WS-CHK-PLAYER
           IF HS-BET NOT NUMERIC OR HS-BET2 NOT NUMERIC
               MOVE "HS-BET/HS-BET2 NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF HS-SPLIT-STAGE NOT NUMERIC
                   OR HS-INSURE-TAKEN NOT NUMERIC
               MOVE "HS-SPLIT-STAGE/INSURE NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF HS-P-SCORE NOT NUMERIC OR HS-D-SCORE NOT NUMERIC
                   OR HS-P2-SCORE NOT NUMERIC
               MOVE "PUNTUACION NO NUMERICA" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF HS-SHOE-START NOT NUMERIC
                   OR HS-SIDE-PP-BET NOT NUMERIC
                   OR HS-SIDE-21-BET NOT NUMERIC
               MOVE "CAMPOS ANTIGUOS EN BLANCO (ZAPATO/LATERAL)"
                   TO WS-F-TEXT
               PERFORM FORMAT-AVISO
           END-IF
           EVALUATE HS-STATUS
               WHEN "BETTING"
               WHEN "PLAYING"
               WHEN "WAITING"
               WHEN "BUSTED"
               WHEN "SPLIT_DONE"
               WHEN "PLAYER_WIN"
               WHEN "DEALER_WIN"
               WHEN "PUSH"
               WHEN "SURRENDER"
                   CONTINUE
               WHEN OTHER
                   MOVE "HS-STATUS NO RECONOCIDO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
           END-EVALUATE
           MOVE HS-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "MANO SIN CUENTA EN PLAYERS" TO WS-F-TEXT
                   PERFORM REFER-GRAVE
           END-READ
           IF HS-ROUND-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RND-FOUND
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RND-ID(WS-REG-IDX) = HS-ROUND-ID
                   MOVE 1 TO WS-RND-FOUND
               END-IF
           END-PERFORM
           IF WS-RND-FOUND = 0
               MOVE "MANO DE RONDA QUE NO ESTA EN CURSO" TO WS-F-TEXT
               PERFORM REFER-AVISO
           END-IF.

       CHECK-LIMITS.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT LIMITS-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ LIMITS-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO PL-RECORD
               MOVE "LIMITS" TO WS-F-FILE
               MOVE PL-PLAYER-ID TO WS-F-KEY
               MOVE 46 TO WS-REC-LEN
               PERFORM CHECK-LINE-LENGTH
               IF PL-MIN-BET NOT NUMERIC OR PL-MAX-BET NOT NUMERIC
                       OR PL-DAILY-LOSS-LIM NOT NUMERIC
                       OR PL-DAILY-CASH-LIM NOT NUMERIC
                   MOVE "LIMITE NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               MOVE PL-PLAYER-ID TO WS-CHK-PLAYER
               PERFORM CHECK-UNKNOWN-PLAYER
           END-PERFORM
           CLOSE LIMITS-FILE
           MOVE "LIMITS" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-EXCLUSIONS.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT EXCLUSION-FILE
           PERFORM UNTIL 1 = 0
               MOVE SPACES TO WS-LINE-BUF
               READ EXCLUSION-FILE INTO WS-LINE-BUF
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE WS-LINE-BUF TO EX-RECORD
               MOVE "EXCLUS" TO WS-F-FILE
               MOVE EX-PLAYER-ID TO WS-F-KEY
               MOVE 46 TO WS-REC-LEN
               PERFORM CHECK-LINE-LENGTH
               IF EX-START-DATE NOT NUMERIC
                   MOVE "EX-START-DATE NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF EX-END-DATE NOT = SPACES
                       AND EX-END-DATE NOT NUMERIC
                   MOVE "EX-END-DATE NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               MOVE EX-PLAYER-ID TO WS-CHK-PLAYER
               PERFORM CHECK-UNKNOWN-PLAYER
           END-PERFORM
           CLOSE EXCLUSION-FILE
           MOVE "EXCLUS" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-COMPS.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT COMPS-FILE
           PERFORM UNTIL 1 = 0
               READ COMPS-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE "COMPS" TO WS-F-FILE
               MOVE CP-PLAYER-ID TO WS-F-KEY
               IF CP-POINTS NOT NUMERIC OR CP-EARNED NOT NUMERIC
                       OR CP-REDEEMED NOT NUMERIC
                   MOVE "PUNTOS NO NUMERICOS" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               ELSE
                   IF CP-EARNED < CP-REDEEMED
                           OR CP-POINTS NOT =
                               CP-EARNED - CP-REDEEMED
                       MOVE "PUNTOS <> GANADOS - CANJEADOS"
                           TO WS-F-TEXT
                       PERFORM FORMAT-AVISO
                   END-IF
               END-IF
               MOVE CP-PLAYER-ID TO WS-CHK-PLAYER
               PERFORM CHECK-UNKNOWN-PLAYER
           END-PERFORM
           CLOSE COMPS-FILE
           MOVE "COMPS" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-DAY-TOTALS.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT DAY-TOTALS-FILE
           PERFORM UNTIL 1 = 0
               READ DAY-TOTALS-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE "DAYTOT" TO WS-F-FILE
               MOVE SPACES TO WS-F-KEY
               STRING DT-PLAYER DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      DT-DATE DELIMITED BY SIZE
                      INTO WS-F-KEY
               IF DT-DATE NOT NUMERIC
                   MOVE "DT-DATE NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF DT-LOSS NOT NUMERIC OR DT-CASH NOT NUMERIC
                   MOVE "TOTALES NO NUMERICOS" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF WS-BC-LAST-CLOSED NOT = SPACES
                       AND DT-DATE <= WS-BC-LAST-CLOSED
                   MOVE "CIERRE" TO WS-F-CAT
                   MOVE "AVISO" TO WS-F-SEV
                   STRING "FECHA YA CERRADA EL " WS-BC-LAST-CLOSED
                          DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM ADD-FINDING
                   MOVE SPACES TO WS-F-TEXT
               END-IF
               MOVE DT-PLAYER TO WS-CHK-PLAYER
               PERFORM CHECK-UNKNOWN-PLAYER
           END-PERFORM
           CLOSE DAY-TOTALS-FILE
           MOVE "DAYTOT" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-PROMO.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT PROMO-FILE
           PERFORM UNTIL 1 = 0
               READ PROMO-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-ONE-PROMO
           END-PERFORM
           CLOSE PROMO-FILE
           MOVE "PROMO" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-ONE-PROMO.
           MOVE "PROMO" TO WS-F-FILE
           MOVE PR-PLAYER-ID TO WS-F-KEY
           MOVE PR-PLAYER-ID TO WS-CHK-PLAYER
           IF PR-BALANCE NOT NUMERIC OR PR-IN-PLAY NOT NUMERIC
                   OR PR-ISSUED NOT NUMERIC OR PR-PLAYED NOT NUMERIC
                   OR PR-EXPIRED NOT NUMERIC
               MOVE "IMPORTES NO NUMERICOS" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           IF PR-EXPIRY-DATE NOT NUMERIC
               MOVE "PR-EXPIRY-DATE NO NUMERICO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           COMPUTE WS-PR-SUM =
               PR-BALANCE + PR-IN-PLAY + PR-PLAYED + PR-EXPIRED
           IF WS-PR-SUM NOT = PR-ISSUED
               MOVE "EMITIDO <> SALDO+JUEGO+JUGADO+CADUCADO"
                   TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           PERFORM CHECK-UNKNOWN-PLAYER
           IF PR-IN-PLAY > 0
               PERFORM LOOKUP-HAND
               IF WS-CHK-HS-BET < PR-IN-PLAY
                   MOVE "PROMOCION EN JUEGO SIN APUESTA ABIERTA"
                       TO WS-F-TEXT
                   PERFORM REFER-AVISO
               END-IF
           END-IF.

       CHECK-ADJUST.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               MOVE "ADJUST" TO WS-F-FILE
               MOVE AJ-ID TO WS-F-KEY
               IF AJ-AMOUNT NOT NUMERIC
                   MOVE "AJ-AMOUNT NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF AJ-DIRECTION NOT = "C" AND AJ-DIRECTION NOT = "D"
                   MOVE "AJ-DIRECTION DISTINTO DE C/D" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF AJ-STATUS NOT = "PENDING"
                       AND AJ-STATUS NOT = "POSTED"
                       AND AJ-STATUS NOT = "REJECTED"
                   MOVE "AJ-STATUS NO RECONOCIDO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
               IF AJ-STATUS = "POSTED"
                       AND AJ-APPROVED-BY = AJ-RAISED-BY
                   MOVE "AJUSTE APROBADO POR QUIEN LO REGISTRO"
                       TO WS-F-TEXT
                   PERFORM REFER-GRAVE
               END-IF
               MOVE AJ-PLAYER TO WS-CHK-PLAYER
               PERFORM LOOKUP-PLAYER
               IF WS-CHK-PM = 0
                   MOVE "AJUSTE DE JUGADOR SIN CUENTA" TO WS-F-TEXT
                   PERFORM REFER-AVISO
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE
           MOVE "ADJUST" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-TOURNEYS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-TN-COUNT
           OPEN INPUT TOURNEY-FILE
           PERFORM UNTIL 1 = 0
               READ TOURNEY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-ONE-TOURNEY
           END-PERFORM
           CLOSE TOURNEY-FILE
           MOVE "TOURNEY" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-ONE-TOURNEY.
           MOVE "TOURNEY" TO WS-F-FILE
           MOVE TN-ID TO WS-F-KEY
           IF WS-TN-COUNT < 200
               ADD 1 TO WS-TN-COUNT
               MOVE TN-ID TO WS-TN-L-ID(WS-TN-COUNT)
               MOVE TN-STATUS TO WS-TN-L-STATUS(WS-TN-COUNT)
           END-IF
           IF TN-STATUS NOT = "OPEN" AND TN-STATUS NOT = "RUNNING"
                   AND TN-STATUS NOT = "PAYING"
                   AND TN-STATUS NOT = "CLOSED"
               MOVE "TN-STATUS NO RECONOCIDO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF TN-ENTRY-FEE NOT NUMERIC OR TN-START-CHIPS NOT NUMERIC
                   OR TN-ROUNDS NOT NUMERIC
                   OR TN-ENTRANTS NOT NUMERIC OR TN-FEES NOT NUMERIC
                   OR TN-PAID NOT NUMERIC
               MOVE "IMPORTES NO NUMERICOS" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           IF TN-TABLE-COUNT NOT NUMERIC OR TN-TABLE-COUNT > 4
                   OR TN-PRIZE-COUNT NOT NUMERIC
                   OR TN-PRIZE-COUNT > 5
               MOVE "NUMERO DE MESAS/PREMIOS NO VALIDO"
                   TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > TN-PRIZE-COUNT
               IF TN-PRIZE(WS-IDX) NOT NUMERIC
                   MOVE "PREMIO NO NUMERICO" TO WS-F-TEXT
                   PERFORM FORMAT-GRAVE
               END-IF
           END-PERFORM
           IF TN-STATUS = "RUNNING"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > TN-TABLE-COUNT
                   PERFORM CHECK-TOURNEY-TABLE
               END-PERFORM
           END-IF.

       CHECK-TOURNEY-TABLE.
           MOVE 0 TO WS-REG-DUP
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-ENTRY(WS-REG-IDX) = TN-TABLE(WS-IDX)
                   MOVE 1 TO WS-REG-DUP
               END-IF
           END-PERFORM
           IF WS-REG-DUP = 0
               STRING "MESA DE TORNEO NO REGISTRADA: "
                      TN-TABLE(WS-IDX)
                      DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM REFER-AVISO
               MOVE SPACES TO WS-F-TEXT
           END-IF.

       CHECK-TOURNEY-ENTRIES.
           MOVE 0 TO WS-READ-COUNT
           OPEN INPUT ENTRY-FILE
           PERFORM UNTIL 1 = 0
               READ ENTRY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-ONE-ENTRY
           END-PERFORM
           CLOSE ENTRY-FILE
           MOVE "TOURNENT" TO WS-FL-NAME-IN
           PERFORM NOTE-FILE-COUNT.

       CHECK-ONE-ENTRY.
           MOVE "TOURNENT" TO WS-F-FILE
           MOVE TE-PLAYER-ID TO WS-F-KEY
           MOVE TE-PLAYER-ID TO WS-CHK-PLAYER
           IF TE-CHIPS NOT NUMERIC OR TE-IN-PLAY NOT NUMERIC
                   OR TE-ROUNDS NOT NUMERIC OR TE-PRIZE NOT NUMERIC
               MOVE "FICHAS DE TORNEO NO NUMERICAS" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
               EXIT PARAGRAPH
           END-IF
           IF TE-STATUS NOT = "ACTIVE" AND TE-STATUS NOT = "CLOSED"
               MOVE "TE-STATUS NO RECONOCIDO" TO WS-F-TEXT
               PERFORM FORMAT-GRAVE
           END-IF
           MOVE 0 TO WS-TN-HIT
           PERFORM VARYING WS-TN-I FROM 1 BY 1
                   UNTIL WS-TN-I > WS-TN-COUNT
               IF WS-TN-L-ID(WS-TN-I) = TE-TOURN-ID
                   MOVE WS-TN-I TO WS-TN-HIT
               END-IF
           END-PERFORM
           IF WS-TN-HIT = 0
               MOVE "ENTRADA DE TORNEO INEXISTENTE" TO WS-F-TEXT
               PERFORM REFER-GRAVE
           ELSE
               IF TE-STATUS = "ACTIVE"
                       AND WS-TN-L-STATUS(WS-TN-HIT) = "CLOSED"
                   MOVE "ENTRADA ACTIVA EN TORNEO CERRADO"
                       TO WS-F-TEXT
                   PERFORM REFER-GRAVE
               END-IF
           END-IF
           PERFORM LOOKUP-PLAYER
           IF WS-CHK-PM = 0
               MOVE "INSCRITO SIN CUENTA EN PLAYERS" TO WS-F-TEXT
               PERFORM REFER-AVISO
           END-IF
           IF TE-STATUS = "ACTIVE" AND TE-IN-PLAY > 0
               PERFORM LOOKUP-HAND
               IF WS-CHK-HS-BET NOT = TE-IN-PLAY
                   MOVE "FICHAS EN JUEGO SIN MANO ABIERTA"
                       TO WS-F-TEXT
                   PERFORM REFER-GRAVE
               END-IF
           END-IF.

       PRINT-REPORT.
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/DATACHK." DELIMITED BY SIZE
                  WS-RPT-TODAY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE "ARCHIVOS REVISADOS" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-FL-I FROM 1 BY 1
                   UNTIL WS-FL-I > WS-FL-COUNT-N
               STRING "  " WS-FL-NAME(WS-FL-I)
                      " REGISTROS " WS-FL-COUNT(WS-FL-I)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-PERFORM
           STRING "  MESAS REGISTRADAS " WS-REG-COUNT
                  " (BLOQUEO, DIARIO Y RONDA DE CADA UNA)"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 4
               PERFORM PRINT-CATEGORY
           END-PERFORM
           PERFORM PRINT-LINE-OUT
           IF WS-FND-LOST > 0
               STRING "HALLAZGOS NO LISTADOS POR TABLA LLENA: "
                      WS-FND-LOST
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF
           STRING "TOTAL HALLAZGOS GRAVES " WS-GRAVE-COUNT
                  "  AVISOS " WS-AVISO-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           IF WS-GRAVE-COUNT > 0
               MOVE "RESULTADO: DATOS CON ERRORES GRAVES - NO CONTINUAR"
                   TO WS-PRINT-LINE
           ELSE
               IF WS-AVISO-COUNT > 0
                   MOVE "RESULTADO: DATOS UTILIZABLES CON AVISOS"
                       TO WS-PRINT-LINE
               ELSE
                   MOVE "RESULTADO: DATOS CONSISTENTES"
                       TO WS-PRINT-LINE
               END-IF
           END-IF
           PERFORM PRINT-LINE-OUT
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE.

       PRINT-CATEGORY.
           MOVE 0 TO WS-CAT-HITS
           PERFORM PRINT-LINE-OUT
           STRING "CATEGORIA " WS-CAT-NAME(WS-CAT-I)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "  SEVER ARCHIVO    CLAVE                DETALLE"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-FND-I FROM 1 BY 1
                   UNTIL WS-FND-I > WS-FND-COUNT
               IF WS-FND-CAT(WS-FND-I) = WS-CAT-NAME(WS-CAT-I)
                   ADD 1 TO WS-CAT-HITS
                   STRING "  " WS-FND-SEV(WS-FND-I) " "
                          WS-FND-FILE(WS-FND-I) " "
                          WS-FND-KEY(WS-FND-I) " "
                          WS-FND-TEXT(WS-FND-I)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-LINE-OUT
               END-IF
           END-PERFORM
           IF WS-CAT-HITS = 0
               MOVE "  SIN HALLAZGOS" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-IF.

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
           STRING "DATA INTEGRITY EXCEPTIONS"
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
