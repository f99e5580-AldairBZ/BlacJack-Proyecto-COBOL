       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HAND-STATE-FILE
               ASSIGN TO "DATA/HANDSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-PLAYER-ID.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "DATA/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAYER-ID.
           SELECT OPTIONAL ENTRY-FILE ASSIGN TO "DATA/TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-PLAYER-ID.
           SELECT OPTIONAL TOURN-HIST-FILE
               ASSIGN TO "DATA/TOURNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PLAYERM.
       FD HAND-HISTORY-FILE.
       01 HAND-HISTORY-RECORD  PIC X(236).
       FD CASH-FILE.
       01 CASH-RECORD          PIC X(65).
       FD PROMO-FILE.
           COPY PROMO.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD TOURN-HIST-FILE.
       01 TOURN-HIST-RECORD    PIC X(226).
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD      PIC X(1).
       FD FLOOR-LOCK-FILE.

       WORKING-STORAGE SECTION.
           COPY HANDHIST.
           COPY CASHTXN.
           COPY RUNIDX.
           COPY ROUNDST.
           COPY TOURNHST.

       01 WS-PRINT-NAME         PIC X(29).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-SETTLE-SCORE       PIC 99.
       01 WS-DEALER-SCORE       PIC 99.
       01 WS-CHIPS-BEFORE       PIC 9(6).
       01 WS-PROMO-BET          PIC 9(6) VALUE 0.
       01 WS-SETTLE-PROMO       PIC 9(6) VALUE 0.
       01 WS-PROMO-BACK         PIC 9 VALUE 0.
       01 WS-TRN-HAND           PIC 9 VALUE 0.
       01 WS-TRN-ID             PIC X(8) VALUE SPACES.
       01 WS-TRN-ROUNDS         PIC 9(3) VALUE 0.

       01 WS-CALC-CARDS         PIC X(50).
       01 WS-CALC-SCORE         PIC 99.
           CLOSE PLAYER-MASTER-FILE.

       PUT-PLAYER-CHIPS.
           IF WS-TRN-HAND = 1
               PERFORM PUT-TOURNEY-CHIPS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PLAYER-MASTER-FILE
           MOVE WS-IN-PLAYER TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TOURNEY-STAKE
           IF WS-TRN-HAND = 0
               PERFORM GET-PLAYER-ACCOUNT
           END-IF
           IF WS-PM-FOUND = 0
               CLOSE HAND-STATE-FILE
               PERFORM RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE HS-ROUND-ID TO WS-SAVE-ROUND
           PERFORM READ-PROMO-STAKE
           COMPUTE WS-REFUND = HS-BET + HS-BET2 - WS-PROMO-BET
           MOVE "SUPV_VOID" TO WS-OUTCOME
           MOVE 1 TO WS-PROMO-BACK
           IF HS-BET > 0
               MOVE WS-PLR-CHIPS TO WS-CHIPS-BEFORE
               COMPUTE WS-PLR-CHIPS =
                   WS-PLR-CHIPS + HS-BET - WS-PROMO-BET
               MOVE HS-BET TO WS-SETTLE-BET
               MOVE HS-P-CARDS TO WS-SETTLE-CARDS
               PERFORM APPEND-SUPV-HISTORY
           END-IF
           PERFORM CLEAR-HAND-RECORD
           PERFORM PUT-PLAYER-CHIPS
           PERFORM CLOSE-PROMO-STAKE
           CLOSE HAND-STATE-FILE
           PERFORM REMOVE-ROUND-SEAT
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "MANO ANULADA - DEVUELTO " WS-REFUND
                   " A " WS-IN-PLAYER
           IF WS-PROMO-BET > 0
               DISPLAY "CREDITO PROMOCIONAL DEVUELTO " WS-PROMO-BET
           END-IF
           IF WS-TRN-HAND = 1
               DISPLAY "FICHAS DE TORNEO " WS-TRN-ID
           END-IF.

       SETTLE-HAND.
           PERFORM ASK-PLAYER-AND-REASON
               PERFORM RELEASE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TOURNEY-STAKE
           IF WS-TRN-HAND = 0
               PERFORM GET-PLAYER-ACCOUNT
           END-IF
           IF WS-PM-FOUND = 0
               CLOSE HAND-STATE-FILE
               PERFORM RELEASE-RUN-LOCK
           MOVE HS-D-CARDS TO WS-CALC-CARDS
           PERFORM CALC-HAND-SCORE
           MOVE WS-CALC-SCORE TO WS-DEALER-SCORE
           IF WS-TRN-HAND = 1
               ADD 1 TO WS-TRN-ROUNDS
           END-IF
           PERFORM READ-PROMO-STAKE
           MOVE 0 TO WS-PROMO-BACK
           IF HS-BET > 0
               MOVE HS-BET TO WS-SETTLE-BET
               MOVE WS-PROMO-BET TO WS-SETTLE-PROMO
               MOVE HS-P-CARDS TO WS-SETTLE-CARDS
               PERFORM SETTLE-ONE-HAND
           END-IF
           IF HS-BET2 > 0
               MOVE HS-BET2 TO WS-SETTLE-BET
               MOVE 0 TO WS-SETTLE-PROMO
               MOVE HS-P2-CARDS TO WS-SETTLE-CARDS
               PERFORM SETTLE-ONE-HAND
           END-IF
           PERFORM CLEAR-HAND-RECORD
           PERFORM PUT-PLAYER-CHIPS
           PERFORM CLOSE-PROMO-STAKE
           CLOSE HAND-STATE-FILE
           PERFORM REMOVE-ROUND-SEAT
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "MANO LIQUIDADA PARA " WS-IN-PLAYER
                   " - SALDO " WS-PLR-CHIPS
           IF WS-TRN-HAND = 1
               DISPLAY "FICHAS DE TORNEO " WS-TRN-ID
           END-IF.

       GET-TOURNEY-STAKE.
           MOVE 0 TO WS-TRN-HAND
           OPEN INPUT ENTRY-FILE
           MOVE WS-IN-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TE-STATUS = "ACTIVE" AND TE-IN-PLAY > 0
                       MOVE 1 TO WS-TRN-HAND
                       MOVE 1 TO WS-PM-FOUND
                       MOVE TE-TOURN-ID TO WS-TRN-ID
                       MOVE TE-ROUNDS TO WS-TRN-ROUNDS
                       MOVE TE-CHIPS TO WS-PLR-CHIPS
                   END-IF
           END-READ
           CLOSE ENTRY-FILE.

       PUT-TOURNEY-CHIPS.
           OPEN I-O ENTRY-FILE
           MOVE WS-IN-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   DISPLAY "*** ENTRADA DE TORNEO NO ENCONTRADA ***"
               NOT INVALID KEY
                   MOVE WS-PLR-CHIPS TO TE-CHIPS
                   MOVE 0 TO TE-IN-PLAY
                   MOVE WS-TRN-ROUNDS TO TE-ROUNDS
                   REWRITE TE-RECORD
                   END-REWRITE
           END-READ
           CLOSE ENTRY-FILE.

       READ-PROMO-STAKE.
           MOVE 0 TO WS-PROMO-BET
           IF WS-TRN-HAND = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROMO-FILE
           MOVE WS-IN-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-IN-PLAY TO WS-PROMO-BET
           END-READ
           CLOSE PROMO-FILE
           IF WS-PROMO-BET > HS-BET
               MOVE HS-BET TO WS-PROMO-BET
           END-IF.

       CLOSE-PROMO-STAKE.
           IF WS-PROMO-BET = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROMO-FILE
           MOVE WS-IN-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CLOSE PROMO-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO PR-IN-PLAY
           IF WS-PROMO-BACK = 1
               ADD WS-PROMO-BET TO PR-BALANCE
           ELSE
               ADD WS-PROMO-BET TO PR-PLAYED
           END-IF
           REWRITE PR-RECORD
           END-REWRITE
           CLOSE PROMO-FILE
           IF WS-PROMO-BACK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-IN-PLAYER TO CT-PLAYER
           MOVE "PROMO_RET" TO CT-TYPE
           MOVE WS-PROMO-BET TO CT-AMOUNT
           MOVE WS-PLR-CHIPS TO CT-CHIPS-AFTER
           MOVE WS-OPERATOR TO CT-OPERATOR
           OPEN EXTEND CASH-FILE
           WRITE CASH-RECORD FROM CT-RECORD
           CLOSE CASH-FILE.

       REMOVE-ROUND-SEAT.
           IF WS-SAVE-ROUND = SPACES
                       OR WS-SETTLE-SCORE > WS-DEALER-SCORE
                   ADD WS-SETTLE-BET TO WS-PLR-CHIPS
                   ADD WS-SETTLE-BET TO WS-PLR-CHIPS
                   SUBTRACT WS-SETTLE-PROMO FROM WS-PLR-CHIPS
                   MOVE "SUPV_WIN" TO WS-OUTCOME
               ELSE
                   IF WS-SETTLE-SCORE = WS-DEALER-SCORE
                       ADD WS-SETTLE-BET TO WS-PLR-CHIPS
                       SUBTRACT WS-SETTLE-PROMO FROM WS-PLR-CHIPS
                       IF WS-SETTLE-PROMO > 0
                           MOVE 1 TO WS-PROMO-BACK
                       END-IF
                       MOVE "SUPV_PUSH" TO WS-OUTCOME
                   ELSE
                       MOVE "SUPV_LOSS" TO WS-OUTCOME
           PERFORM APPEND-SUPV-HISTORY.

       APPEND-SUPV-HISTORY.
           IF WS-TRN-HAND = 1
               PERFORM APPEND-TOURNEY-HISTORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIMESTAMP TO HH-TIMESTAMP
           MOVE HS-PLAYER-ID TO HH-PLAYER
           MOVE WS-SETTLE-BET TO HH-BET
           WRITE HAND-HISTORY-RECORD FROM HH-RECORD
           CLOSE HAND-HISTORY-FILE.

       APPEND-TOURNEY-HISTORY.
           MOVE WS-TRN-ID TO TH-TOURN-ID
           MOVE WS-TRN-ROUNDS TO TH-ROUND
           MOVE WS-TIMESTAMP TO TH-TIMESTAMP
           MOVE HS-PLAYER-ID TO TH-PLAYER
           MOVE WS-TABLE-ID TO TH-TABLE
           MOVE WS-SETTLE-BET TO TH-BET
           MOVE WS-SETTLE-CARDS TO TH-P-CARDS
           MOVE HS-D-CARDS TO TH-D-CARDS
           MOVE WS-OUTCOME TO TH-OUTCOME
           MOVE WS-CHIPS-BEFORE TO TH-CHIPS-BEFORE
           MOVE WS-PLR-CHIPS TO TH-CHIPS
           MOVE HS-SHOE-TS TO TH-SHOE-TS
           IF HS-SHOE-START NUMERIC
               MOVE HS-SHOE-START TO TH-SHOE-START
           ELSE
               MOVE 0 TO TH-SHOE-START
           END-IF
           MOVE WS-OPERATOR TO TH-OPERATOR
           MOVE WS-IN-REASON TO TH-REASON
           OPEN EXTEND TOURN-HIST-FILE
           WRITE TOURN-HIST-RECORD FROM TH-RECORD
           CLOSE TOURN-HIST-FILE.

       CLEAR-HAND-RECORD.
           MOVE "BETTING" TO HS-STATUS
           MOVE SPACES TO HS-P-CARDS
