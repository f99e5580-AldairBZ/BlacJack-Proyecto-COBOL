       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-LOG-FILE ASSIGN TO "DATA/SHIFTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             10 WS-SHF-CASHIN   PIC 9(9) VALUE 0.
             10 WS-SHF-CASHOUT  PIC 9(9) VALUE 0.
             10 WS-SHF-INS      PIC 9(9) VALUE 0.
             10 WS-SHF-ADJCR    PIC 9(9) VALUE 0.
             10 WS-SHF-ADJDR    PIC 9(9) VALUE 0.
             10 WS-SHF-TXNS     PIC 9(5) VALUE 0.
       01 WS-SHF-COUNT          PIC 9(2) VALUE 0.
       01 WS-SHF-J              PIC 9(2).

       01 WS-PRINT-NAME         PIC X(30).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-TS-TIME            PIC X(8).

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
           END-IF
           IF WS-RPT-TODAY NOT NUMERIC
               DISPLAY "FECHA NO VALIDA: " WS-RPT-TODAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM READ-BATCH-CONTROL
                       "  CASHIN " WS-SHF-CASHIN(WS-SHF-IDX)
                       "  CASHOUT " WS-SHF-CASHOUT(WS-SHF-IDX)
                       "  INS_LOSS " WS-SHF-INS(WS-SHF-IDX)
                       "  ADJUST_CR " WS-SHF-ADJCR(WS-SHF-IDX)
                       "  ADJUST_DR " WS-SHF-ADJDR(WS-SHF-IDX)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
           END-PERFORM
           MOVE "COMPLETO" TO RI-STATUS
           PERFORM WRITE-RUN-INDEX
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
                       MOVE 0 TO WS-SHF-CASHIN(WS-SHF-IDX)
                       MOVE 0 TO WS-SHF-CASHOUT(WS-SHF-IDX)
                       MOVE 0 TO WS-SHF-INS(WS-SHF-IDX)
                       MOVE 0 TO WS-SHF-ADJCR(WS-SHF-IDX)
                       MOVE 0 TO WS-SHF-ADJDR(WS-SHF-IDX)
                       MOVE 0 TO WS-SHF-TXNS(WS-SHF-IDX)
                   ELSE
                       DISPLAY "*** TABLA DE TURNOS LLENA - "
                           ADD CT-AMOUNT TO WS-SHF-CASHOUT(WS-SHF-J)
                       WHEN "INS_LOSS"
                           ADD CT-AMOUNT TO WS-SHF-INS(WS-SHF-J)
                       WHEN "ADJUST_CR"
                           ADD CT-AMOUNT TO WS-SHF-ADJCR(WS-SHF-J)
                       WHEN "ADJUST_DR"
                           ADD CT-AMOUNT TO WS-SHF-ADJDR(WS-SHF-J)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO WS-RPT-COUNT
                   SET WS-RPT-IDX TO WS-RPT-COUNT
                   MOVE HH-PLAYER TO WS-RPT-PLAYER(WS-RPT-IDX)
                   MOVE HH-CHIPS-BEFORE
                       TO WS-RPT-START-CHIPS(WS-RPT-IDX)
                   MOVE 1 TO WS-RPT-FOUND
               ELSE
                   DISPLAY "*** REPORT TABLE FULL - IGNORING "
                       WHEN "COMP_RDM"
                           COMPUTE WS-RPT-START-CHIPS(WS-RPT-IDX) =
                               CT-CHIPS-AFTER - CT-AMOUNT
                       WHEN "ADJUST_CR"
                           COMPUTE WS-RPT-START-CHIPS(WS-RPT-IDX) =
                               CT-CHIPS-AFTER - CT-AMOUNT
                       WHEN "ADJUST_DR"
                           COMPUTE WS-RPT-START-CHIPS(WS-RPT-IDX) =
                               CT-CHIPS-AFTER + CT-AMOUNT
                       WHEN "TRN_PRIZE"
                           COMPUTE WS-RPT-START-CHIPS(WS-RPT-IDX) =
                               CT-CHIPS-AFTER - CT-AMOUNT
                       WHEN "TRN_FEE"
                           COMPUTE WS-RPT-START-CHIPS(WS-RPT-IDX) =
                               CT-CHIPS-AFTER + CT-AMOUNT
                       WHEN "CASHOUT"
                           COMPUTE WS-RPT-START-CHIPS(WS-RPT-IDX) =
                               CT-CHIPS-AFTER + CT-AMOUNT
                           WHEN "COMP_RDM"
                               ADD CT-AMOUNT TO
                                       WS-RPT-CASH-NET(WS-RPT-IDX)
                           WHEN "ADJUST_CR"
                               ADD CT-AMOUNT TO
                                       WS-RPT-CASH-NET(WS-RPT-IDX)
                           WHEN "ADJUST_DR"
                               SUBTRACT CT-AMOUNT FROM
                                       WS-RPT-CASH-NET(WS-RPT-IDX)
                           WHEN "TRN_PRIZE"
                               ADD CT-AMOUNT TO
                                       WS-RPT-CASH-NET(WS-RPT-IDX)
                           WHEN "TRN_FEE"
                               SUBTRACT CT-AMOUNT FROM
                                       WS-RPT-CASH-NET(WS-RPT-IDX)
                           WHEN "CASHOUT"
                               SUBTRACT CT-AMOUNT FROM
                                       WS-RPT-CASH-NET(WS-RPT-IDX)

       PRINT-PLAYER-LINE.
           COMPUTE WS-RPT-NET =
               WS-RPT-LAST-CHIPS(WS-RPT-IDX)
               - WS-RPT-START-CHIPS(WS-RPT-IDX)
           STRING "PLAYER: " WS-RPT-PLAYER(WS-RPT-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
