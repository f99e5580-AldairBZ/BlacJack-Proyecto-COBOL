       FILE-CONTROL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-SEQ-LOG-FILE ASSIGN TO "DATA/GLSEQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-RESEND             PIC 9 VALUE 0.
       01 WS-REC-COUNT          PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL         PIC 9(11) VALUE 0.
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-BATCH-CONTROL
           PERFORM GET-BATCH-PARM
           IF WS-BATCH-MODE = "BATCH"
               MOVE WS-BATCH-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY "FECHA DE NEGOCIO (YYYYMMDD, VACIO = "
                       "ULTIMO CIERRE): " WITH NO ADVANCING
               ACCEPT WS-BUS-DATE
           END-IF
           IF WS-BUS-DATE = SPACES OR WS-BUS-DATE = "00000000"
               IF WS-BC-FOUND = 1 AND BC-LAST-CLOSED NOT = SPACES
                   MOVE BC-LAST-CLOSED TO WS-BUS-DATE
               ELSE
                   DISPLAY "SIN DIA CERRADO EN EL CONTROL DE LOTES"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-BUS-DATE NOT NUMERIC
               DISPLAY "FECHA NO VALIDA: " WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-GL-SEQUENCE
           STRING "DATA/CASHTXN." DELIMITED BY SIZE
           END-IF
           DISPLAY "  REGISTROS " WS-REC-COUNT
                   " TOTAL DE CONTROL " WS-HASH-TOTAL
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

       READ-BATCH-CONTROL.
           MOVE 0 TO WS-BC-FOUND
               IF WS-BC-FOUND = 0
                   DISPLAY "SIN CONTROL DE LOTES - "
                           "SECUENCIA NO ASIGNADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-GL-SEQ = BC-GL-SEQ + 1
               MOVE WS-GL-SEQ TO BC-GL-SEQ
               WHEN "DORM_SWP"
                   MOVE "202000" TO GL-D-DEBIT-ACCT
                   MOVE "205000" TO GL-D-CREDIT-ACCT
               WHEN "PROMO_ISS"
                   MOVE "602000" TO GL-D-DEBIT-ACCT
                   MOVE "206000" TO GL-D-CREDIT-ACCT
               WHEN "PROMO_PLAY"
                   MOVE "206000" TO GL-D-DEBIT-ACCT
                   MOVE "202000" TO GL-D-CREDIT-ACCT
               WHEN "PROMO_RET"
                   MOVE "202000" TO GL-D-DEBIT-ACCT
                   MOVE "206000" TO GL-D-CREDIT-ACCT
               WHEN "PROMO_EXP"
                   MOVE "206000" TO GL-D-DEBIT-ACCT
                   MOVE "602000" TO GL-D-CREDIT-ACCT
               WHEN "ADJUST_CR"
                   MOVE "401000" TO GL-D-DEBIT-ACCT
                   MOVE "202000" TO GL-D-CREDIT-ACCT
               WHEN "ADJUST_DR"
                   MOVE "202000" TO GL-D-DEBIT-ACCT
                   MOVE "401000" TO GL-D-CREDIT-ACCT
               WHEN "TRN_FEE"
                   MOVE "202000" TO GL-D-DEBIT-ACCT
                   MOVE "402000" TO GL-D-CREDIT-ACCT
               WHEN "TRN_PRIZE"
                   MOVE "603000" TO GL-D-DEBIT-ACCT
                   MOVE "202000" TO GL-D-CREDIT-ACCT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
