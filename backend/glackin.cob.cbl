       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-SEQ-LOG-FILE ASSIGN TO "DATA/GLSEQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-TIMESTAMP          PIC X(14).
       01 WS-PEND-COUNT         PIC 9(4) VALUE 0.
       01 WS-BAD-COUNT          PIC 9(4) VALUE 0.
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COMPUTE-TIMESTAMP
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
           PERFORM FIND-LOG-SEQUENCE
           IF WS-LOG-FOUND = 0
               DISPLAY "SIN EXTRACTO REGISTRADO PARA " WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROCESS-ACK-FILE
               IF WS-ACK-FOUND = 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-ACK-RESULT NOT = "ACCEPTED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM REPORT-OUTSTANDING
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

       COMPUTE-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
