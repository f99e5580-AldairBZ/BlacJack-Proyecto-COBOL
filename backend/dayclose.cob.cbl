       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAY-TOTALS-FILE ASSIGN TO "DATA/DAYTOT.DAT"
               ORGANIZATION IS INDEXED
       01 WS-ACK-STATE          PIC X(9).
       01 WS-GL-PEND            PIC 9(4) VALUE 0.
       01 WS-GL-BAD             PIC 9(4) VALUE 0.
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM GET-BATCH-PARM
           PERFORM READ-BATCH-CONTROL
           IF WS-BC-FOUND = 0
               MOVE WS-TODAY TO BC-OPEN-DATE
               PERFORM WRITE-BATCH-CONTROL
               DISPLAY "CONTROL DE LOTES INICIADO - DIA ABIERTO "
                       BC-OPEN-DATE
               IF WS-BATCH-MODE = "BATCH"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           IF WS-BATCH-MODE = "BATCH"
                   AND WS-BATCH-DATE NOT = BC-OPEN-DATE
               DISPLAY "DIA ABIERTO " BC-OPEN-DATE
                       " NO COINCIDE CON " WS-BATCH-DATE
                       " - CIERRE RECHAZADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF BC-OPEN-DATE > WS-TODAY
               DISPLAY "DIA ABIERTO " BC-OPEN-DATE
                       " YA ES FUTURO - CIERRE RECHAZADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-GL-ACKS
           IF WS-GL-BAD > 0
               DISPLAY "EXTRACTOS DEL GL RECHAZADOS O DISCREPANTES"
                       " - CIERRE RECHAZADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-GL-PEND > 0
               IF WS-BATCH-MODE = "BATCH"
                   DISPLAY "HAY EXTRACTOS DEL GL SIN ACUSE - "
                           "CIERRE RECHAZADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "HAY EXTRACTOS DEL GL SIN ACUSE - "
                       "CONTINUAR (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                   DISPLAY "CIERRE CANCELADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-BATCH-MODE NOT = "BATCH"
               DISPLAY "CONFIRMAR CIERRE DE " BC-OPEN-DATE
                       " (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                   DISPLAY "CIERRE CANCELADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           DISPLAY "CERRANDO DIA DE NEGOCIO " BC-OPEN-DATE
           MOVE BC-OPEN-DATE TO BC-LAST-CLOSED
           DISPLAY "DIA CERRADO " BC-LAST-CLOSED
                   " - NUEVO DIA ABIERTO " BC-OPEN-DATE
           DISPLAY "EJECUTE EL ARCHIVO DIARIO PARA MOVER LA ACTIVIDAD"
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

       CHECK-GL-ACKS.
           MOVE 0 TO WS-GL-PEND
