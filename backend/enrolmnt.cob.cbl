       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO "DATA/ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-PLAYER-ID.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-STATE-FILE
               ASSIGN TO "DATA/HANDSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-PLAYER-ID.
           SELECT OPTIONAL ENTRY-FILE ASSIGN TO "DATA/TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-PLAYER-ID.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "DATA/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAYER-ID.
           SELECT OPTIONAL ADJUST-FILE ASSIGN TO "DATA/ADJUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ID.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-FILE.
           COPY ENROLL.
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD HAND-STATE-FILE.
           COPY HANDSTATE.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD PROMO-FILE.
           COPY PROMO.
       FD ADJUST-FILE.
           COPY ADJUST.

       WORKING-STORAGE SECTION.
       01 WS-CHOICE             PIC X(1).
       01 WS-RUNNING            PIC 9 VALUE 1.
       01 WS-OPERATOR           PIC X(8) VALUE SPACES.
       01 WS-TODAY              PIC X(8).
       01 WS-ADULT-DATE         PIC 9(8).
       01 WS-EN-COUNT           PIC 9(5) VALUE 0.
       01 WS-EN-FOUND           PIC 9 VALUE 0.
       01 WS-DOC-DUP            PIC 9 VALUE 0.
       01 WS-DUP-PLAYER         PIC X(20).
       01 WS-PM-FOUND           PIC 9 VALUE 0.
       01 WS-PM-CHIPS           PIC 9(6) VALUE 0.
       01 WS-HS-LIVE            PIC 9 VALUE 0.
       01 WS-TE-LIVE            PIC 9 VALUE 0.
       01 WS-PR-OPEN            PIC 9(8) VALUE 0.
       01 WS-AJ-PENDING         PIC 9(3) VALUE 0.
       01 WS-NEW-STATUS         PIC X(10).

       01 WS-IN-PLAYER          PIC X(20).
       01 WS-IN-NAME            PIC X(40).
       01 WS-IN-BIRTH           PIC X(8).
       01 WS-IN-DOC-TYPE        PIC X(10).
       01 WS-IN-DOC-NUMBER      PIC X(20).
       01 WS-IN-CONFIRM         PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-ADULT-DATE = FUNCTION NUMVAL (WS-TODAY) - 180000
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "OPERADOR REQUERIDO"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUNNING = 0
               DISPLAY " "
               DISPLAY "===== INSCRIPCION DE JUGADORES ====="
               DISPLAY "  L = LISTAR      C = CONSULTAR"
               DISPLAY "  A = INSCRIBIR   M = MODIFICAR"
               DISPLAY "  S = SUSPENDER   R = REACTIVAR"
               DISPLAY "  B = DAR DE BAJA Q = SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ENROLLMENTS
                   WHEN "C"
                   WHEN "c"
                       PERFORM SHOW-ENROLLMENT
                   WHEN "A"
                   WHEN "a"
                       PERFORM ENROLL-PLAYER
                   WHEN "M"
                   WHEN "m"
                       PERFORM AMEND-PLAYER
                   WHEN "S"
                   WHEN "s"
                       MOVE "SUSPENDED" TO WS-NEW-STATUS
                       PERFORM CHANGE-STATUS
                   WHEN "R"
                   WHEN "r"
                       MOVE "ACTIVE" TO WS-NEW-STATUS
                       PERFORM CHANGE-STATUS
                   WHEN "B"
                   WHEN "b"
                       MOVE "CLOSED" TO WS-NEW-STATUS
                       PERFORM CHANGE-STATUS
                   WHEN "Q"
                   WHEN "q"
                       MOVE 0 TO WS-RUNNING
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-ENROLLMENTS.
           MOVE 0 TO WS-EN-COUNT
           OPEN INPUT ENROLL-FILE
           PERFORM UNTIL 1 = 0
               READ ENROLL-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-EN-COUNT = 0
                   DISPLAY "JUGADOR              ESTADO     "
                           "ALTA     NOMBRE"
               END-IF
               ADD 1 TO WS-EN-COUNT
               DISPLAY EN-PLAYER-ID " " EN-STATUS " "
                       EN-ENROLL-DATE " " EN-FULL-NAME
           END-PERFORM
           CLOSE ENROLL-FILE
           IF WS-EN-COUNT = 0
               DISPLAY "SIN JUGADORES INSCRITOS"
           END-IF.

       SHOW-ENROLLMENT.
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ENROLLMENT
           IF WS-EN-FOUND = 0
               DISPLAY "JUGADOR NO INSCRITO"
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-ENROLLMENT.

       DISPLAY-ENROLLMENT.
           DISPLAY "JUGADOR    : " EN-PLAYER-ID
           DISPLAY "NOMBRE     : " EN-FULL-NAME
           DISPLAY "NACIMIENTO : " EN-BIRTH-DATE
           DISPLAY "DOCUMENTO  : " EN-DOC-TYPE " " EN-DOC-NUMBER
           DISPLAY "ALTA       : " EN-ENROLL-DATE
                   " OPERADOR " EN-OPERATOR
           DISPLAY "ESTADO     : " EN-STATUS
                   " DESDE " EN-STATUS-DATE
                   " OPERADOR " EN-STATUS-OPER.

       ENROLL-PLAYER.
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ENROLLMENT
           IF WS-EN-FOUND = 1
               DISPLAY "JUGADOR YA INSCRITO - ESTADO " EN-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOMBRE COMPLETO: " WITH NO ADVANCING
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               DISPLAY "NOMBRE REQUERIDO - NO GUARDADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA NACIMIENTO (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-BIRTH
           PERFORM CHECK-BIRTH-DATE
           IF WS-IN-BIRTH = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TIPO DOCUMENTO (DNI/PASAPORTE/NIE): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-DOC-TYPE
           IF WS-IN-DOC-TYPE = SPACES
               DISPLAY "TIPO DE DOCUMENTO REQUERIDO - NO GUARDADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DOCUMENTO: " WITH NO ADVANCING
           ACCEPT WS-IN-DOC-NUMBER
           IF WS-IN-DOC-NUMBER = SPACES
               DISPLAY "NUMERO DE DOCUMENTO REQUERIDO - NO GUARDADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DOC-DUPLICATE
           IF WS-DOC-DUP = 1
               DISPLAY "DOCUMENTO YA INSCRITO PARA " WS-DUP-PLAYER
                       " - NO GUARDADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-PLAYER     TO EN-PLAYER-ID
           MOVE WS-IN-NAME       TO EN-FULL-NAME
           MOVE WS-IN-BIRTH      TO EN-BIRTH-DATE
           MOVE WS-IN-DOC-TYPE   TO EN-DOC-TYPE
           MOVE WS-IN-DOC-NUMBER TO EN-DOC-NUMBER
           MOVE WS-TODAY         TO EN-ENROLL-DATE
           MOVE WS-OPERATOR      TO EN-OPERATOR
           MOVE "ACTIVE"         TO EN-STATUS
           MOVE WS-TODAY         TO EN-STATUS-DATE
           MOVE WS-OPERATOR      TO EN-STATUS-OPER
           PERFORM WRITE-ENROLLMENT
           DISPLAY "JUGADOR INSCRITO: " WS-IN-PLAYER.

       AMEND-PLAYER.
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ENROLLMENT
           IF WS-EN-FOUND = 0
               DISPLAY "JUGADOR NO INSCRITO"
               EXIT PARAGRAPH
           END-IF
           IF EN-STATUS = "CLOSED"
               DISPLAY "CUENTA CERRADA - NO SE PUEDE MODIFICAR"
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-ENROLLMENT
           DISPLAY "(VACIO = SIN CAMBIO)"
           DISPLAY "NOMBRE COMPLETO: " WITH NO ADVANCING
           ACCEPT WS-IN-NAME
           DISPLAY "FECHA NACIMIENTO (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-BIRTH
           IF WS-IN-BIRTH NOT = SPACES
               PERFORM CHECK-BIRTH-DATE
               IF WS-IN-BIRTH = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "TIPO DOCUMENTO: " WITH NO ADVANCING
           ACCEPT WS-IN-DOC-TYPE
           DISPLAY "NUMERO DOCUMENTO: " WITH NO ADVANCING
           ACCEPT WS-IN-DOC-NUMBER
           IF WS-IN-DOC-TYPE NOT = SPACES
                   OR WS-IN-DOC-NUMBER NOT = SPACES
               IF WS-IN-DOC-TYPE = SPACES
                   MOVE EN-DOC-TYPE TO WS-IN-DOC-TYPE
               END-IF
               IF WS-IN-DOC-NUMBER = SPACES
                   MOVE EN-DOC-NUMBER TO WS-IN-DOC-NUMBER
               END-IF
               PERFORM CHECK-DOC-DUPLICATE
               IF WS-DOC-DUP = 1
                   DISPLAY "DOCUMENTO YA INSCRITO PARA " WS-DUP-PLAYER
                           " - NO GUARDADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-ENROLLMENT
           END-IF
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO EN-FULL-NAME
           END-IF
           IF WS-IN-BIRTH NOT = SPACES
               MOVE WS-IN-BIRTH TO EN-BIRTH-DATE
           END-IF
           IF WS-IN-DOC-TYPE NOT = SPACES
               MOVE WS-IN-DOC-TYPE TO EN-DOC-TYPE
           END-IF
           IF WS-IN-DOC-NUMBER NOT = SPACES
               MOVE WS-IN-DOC-NUMBER TO EN-DOC-NUMBER
           END-IF
           PERFORM WRITE-ENROLLMENT
           DISPLAY "INSCRIPCION MODIFICADA PARA " WS-IN-PLAYER.

       CHANGE-STATUS.
           DISPLAY "JUGADOR: " WITH NO ADVANCING
           ACCEPT WS-IN-PLAYER
           IF WS-IN-PLAYER = SPACES
               DISPLAY "JUGADOR REQUERIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ENROLLMENT
           IF WS-EN-FOUND = 0
               DISPLAY "JUGADOR NO INSCRITO"
               EXIT PARAGRAPH
           END-IF
           IF EN-STATUS = "CLOSED"
               DISPLAY "CUENTA CERRADA - ESTADO DEFINITIVO"
               EXIT PARAGRAPH
           END-IF
           IF EN-STATUS = WS-NEW-STATUS
               DISPLAY "EL JUGADOR YA ESTA EN ESTADO " EN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-STATUS = "CLOSED"
               PERFORM CHECK-CLOSE-ALLOWED
               IF WS-HS-LIVE = 1
                   DISPLAY "MANO ABIERTA EN CURSO - BAJA RECHAZADA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-PM-CHIPS > 0
                   DISPLAY "SALDO PENDIENTE DE " WS-PM-CHIPS
                           " FICHAS - BAJA RECHAZADA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-TE-LIVE = 1
                   DISPLAY "INSCRIPCION EN TORNEO ACTIVA"
                           " - BAJA RECHAZADA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-PR-OPEN > 0
                   DISPLAY "CREDITO PROMOCIONAL PENDIENTE DE "
                           WS-PR-OPEN " - BAJA RECHAZADA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-AJ-PENDING > 0
                   DISPLAY WS-AJ-PENDING " AJUSTE(S) PENDIENTE(S) DE "
                           "APROBACION - BAJA RECHAZADA"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CONFIRMAR BAJA DE " WS-IN-PLAYER
                       " (S/N): " WITH NO ADVANCING
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM NOT = "S" AND WS-IN-CONFIRM NOT = "s"
                   DISPLAY "BAJA CANCELADA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-ENROLLMENT
           END-IF
           MOVE WS-NEW-STATUS TO EN-STATUS
           MOVE WS-TODAY      TO EN-STATUS-DATE
           MOVE WS-OPERATOR   TO EN-STATUS-OPER
           PERFORM WRITE-ENROLLMENT
           DISPLAY "ESTADO DE " WS-IN-PLAYER " CAMBIADO A "
                   WS-NEW-STATUS.

       CHECK-BIRTH-DATE.
           IF WS-IN-BIRTH NOT NUMERIC
               DISPLAY "FECHA DE NACIMIENTO NO VALIDA - NO GUARDADO"
               MOVE SPACES TO WS-IN-BIRTH
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-IN-BIRTH) > WS-ADULT-DATE
               DISPLAY "JUGADOR MENOR DE EDAD - NO GUARDADO"
               MOVE SPACES TO WS-IN-BIRTH
           END-IF.

       CHECK-DOC-DUPLICATE.
           MOVE 0 TO WS-DOC-DUP
           MOVE SPACES TO WS-DUP-PLAYER
           OPEN INPUT ENROLL-FILE
           PERFORM UNTIL 1 = 0
               READ ENROLL-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF EN-DOC-TYPE = WS-IN-DOC-TYPE
                       AND EN-DOC-NUMBER = WS-IN-DOC-NUMBER
                       AND EN-PLAYER-ID NOT = WS-IN-PLAYER
                   MOVE 1 TO WS-DOC-DUP
                   MOVE EN-PLAYER-ID TO WS-DUP-PLAYER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE ENROLL-FILE.

       CHECK-CLOSE-ALLOWED.
           MOVE 0 TO WS-PM-FOUND
           MOVE 0 TO WS-PM-CHIPS
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE WS-IN-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-PM-FOUND
                   MOVE PM-CHIPS TO WS-PM-CHIPS
           END-READ
           CLOSE PLAYER-MASTER-FILE
           MOVE 0 TO WS-HS-LIVE
           OPEN INPUT HAND-STATE-FILE
           MOVE WS-IN-PLAYER TO HS-PLAYER-ID
           READ HAND-STATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HS-STATUS = "PLAYING" OR HS-STATUS = "WAITING"
                           OR HS-STATUS = "BUSTED"
                       MOVE 1 TO WS-HS-LIVE
                   END-IF
                   IF HS-BET NUMERIC AND HS-BET > 0
                       MOVE 1 TO WS-HS-LIVE
                   END-IF
                   IF HS-BET2 NUMERIC AND HS-BET2 > 0
                       MOVE 1 TO WS-HS-LIVE
                   END-IF
                   IF HS-SIDE-PP-BET NUMERIC AND HS-SIDE-PP-BET > 0
                       MOVE 1 TO WS-HS-LIVE
                   END-IF
                   IF HS-SIDE-21-BET NUMERIC AND HS-SIDE-21-BET > 0
                       MOVE 1 TO WS-HS-LIVE
                   END-IF
           END-READ
           CLOSE HAND-STATE-FILE
           MOVE 0 TO WS-TE-LIVE
           OPEN INPUT ENTRY-FILE
           MOVE WS-IN-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TE-STATUS = "ACTIVE"
                           AND (TE-CHIPS > 0 OR TE-IN-PLAY > 0)
                       MOVE 1 TO WS-TE-LIVE
                   END-IF
           END-READ
           CLOSE ENTRY-FILE
           MOVE 0 TO WS-PR-OPEN
           OPEN INPUT PROMO-FILE
           MOVE WS-IN-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-PR-OPEN = PR-BALANCE + PR-IN-PLAY
           END-READ
           CLOSE PROMO-FILE
           MOVE 0 TO WS-AJ-PENDING
           OPEN INPUT ADJUST-FILE
           PERFORM UNTIL 1 = 0
               READ ADJUST-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF AJ-PLAYER = WS-IN-PLAYER AND AJ-STATUS = "PENDING"
                   ADD 1 TO WS-AJ-PENDING
               END-IF
           END-PERFORM
           CLOSE ADJUST-FILE.

       READ-ENROLLMENT.
           MOVE 0 TO WS-EN-FOUND
           OPEN INPUT ENROLL-FILE
           MOVE WS-IN-PLAYER TO EN-PLAYER-ID
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-EN-FOUND
           END-READ
           CLOSE ENROLL-FILE.

       WRITE-ENROLLMENT.
           OPEN I-O ENROLL-FILE
           WRITE EN-RECORD
               INVALID KEY
                   REWRITE EN-RECORD
                   END-REWRITE
           END-WRITE
           CLOSE ENROLL-FILE.
