       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-AUDIT-FILE
               ASSIGN TO "DATA/SHOEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-SA-FILE
               ASSIGN TO DYNAMIC WS-ARCH-SA-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-HH-FILE ASSIGN TO "DATA/HANDHIST.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-SA-FILE ASSIGN TO "DATA/SHOEAUDIT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CONTROL-FILE
               ASSIGN TO "DATA/ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-REG-COUNT          PIC 9(2) VALUE 0.
       01 WS-REG-IDX            PIC 9(2).
       01 WS-REG-DUP            PIC 9.
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BATCH-PARM
           IF WS-BATCH-MODE = "BATCH"
               MOVE SPACES TO WS-OPEN-DATE
           ELSE
               DISPLAY "FECHA ABIERTA (YYYYMMDD, VACIO = CONTROL): "
                       WITH NO ADVANCING
               ACCEPT WS-OPEN-DATE
           END-IF
           IF WS-OPEN-DATE = SPACES OR WS-OPEN-DATE = "00000000"
               PERFORM READ-BATCH-CONTROL
               IF WS-BC-FOUND = 1
           END-IF
           IF WS-OPEN-DATE NOT NUMERIC
               DISPLAY "FECHA NO VALIDA: " WS-OPEN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-LOCK-HELD = 0
               DISPLAY "MESA OCUPADA - INTENTE DE NUEVO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FLUSH-TABLE-LOCKS
           IF WS-FLUSH-OK = 0
               DISPLAY "MESA EN JUEGO - ARCHIVO CANCELADO"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "===== ARCHIVO DIARIO - DIAS ANTES DE "
                   WS-OPEN-DATE " ====="
           PERFORM ARCHIVE-SHOE-AUDIT
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "===== ARCHIVO DIARIO COMPLETADO ====="
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

       ACQUIRE-RUN-LOCK.
           MOVE 0 TO WS-LOCK-TRIES
