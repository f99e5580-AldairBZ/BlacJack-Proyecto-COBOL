               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-FILE ASSIGN TO DYNAMIC WS-SHOE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "DATA/CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOE-AUDIT-FILE
               ASSIGN TO "DATA/SHOEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HAND-STATE-FILE
               ASSIGN TO "DATA/HANDSTATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-PLAYER-ID.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-PLAYER-ID.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-FILE ASSIGN TO DYNAMIC WS-ROUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-FLOOR-STATUS.
           SELECT OPTIONAL TABLE-REG-FILE ASSIGN TO "DATA/TABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO "DATA/ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-PLAYER-ID.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO "DATA/PROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAYER-ID.
           SELECT OPTIONAL TOURNEY-FILE ASSIGN TO "DATA/TOURNEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-ID.
           SELECT OPTIONAL ENTRY-FILE ASSIGN TO "DATA/TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TE-PLAYER-ID.
           SELECT OPTIONAL TOURN-HIST-FILE
               ASSIGN TO "DATA/TOURNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPS-FILE.
           COPY COMPS.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(1410).
       FD ROUND-FILE.
       01 ROUND-RECORD         PIC X(173).
       FD RUN-LOCK-FILE.
       01 FLOOR-LOCK-RECORD    PIC X(1).
       FD TABLE-REG-FILE.
       01 TABLE-REG-RECORD     PIC X(4).
       FD ENROLL-FILE.
           COPY ENROLL.
       FD PROMO-FILE.
           COPY PROMO.
       FD TOURNEY-FILE.
           COPY TOURNEY.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD TOURN-HIST-FILE.
       01 TOURN-HIST-RECORD    PIC X(226).

       WORKING-STORAGE SECTION.
       01 WS-STATE.
       01 WS-CASH-MAX          PIC 9(7) VALUE 0.
       01 WS-COMP-PTS          PIC 9(7) VALUE 0.
       01 WS-REDEEM-INPUT      PIC 9(7) VALUE 0.
       01 WS-PROMO-BAL         PIC 9(7) VALUE 0.
       01 WS-PROMO-BAL-START   PIC 9(7) VALUE 0.
       01 WS-PROMO-BET         PIC 9(6) VALUE 0.
       01 WS-PROMO-USE         PIC 9(7) VALUE 0.
       01 WS-PROMO-SPENT       PIC 9(7) VALUE 0.
       01 WS-PROMO-EXPIRY      PIC X(8) VALUE SPACES.
       01 WS-PROMO-TOUCHED     PIC 9 VALUE 0.
       01 WS-SEAT-PROMO-BET    PIC 9(6) VALUE 0.
           COPY PAYTBL.
       01 WS-SIDE-PP-BET       PIC 9(6) VALUE 0.
       01 WS-SIDE-21-BET       PIC 9(6) VALUE 0.
       01 WS-EXCL-CHK-ACTIVE   PIC 9 VALUE 0.
       01 WS-EXCL-CHK-STATUS   PIC X(10) VALUE SPACES.
       01 WS-EXCL-CHK-END      PIC X(8) VALUE SPACES.
       01 WS-ENRL-OK           PIC 9 VALUE 0.
       01 WS-ENRL-STATUS       PIC X(10) VALUE SPACES.
       01 WS-ENRL-CHK-PLAYER   PIC X(20).
       01 WS-ENRL-CHK-OK       PIC 9 VALUE 0.
       01 WS-ENRL-CHK-STATUS   PIC X(10) VALUE SPACES.
           COPY SHIFTLG.
       01 WS-OPERATOR          PIC X(8) VALUE SPACES.
           COPY PLAYERL.
       01 WS-JR-OPEN            PIC 9 VALUE 0.
       01 WS-JR-SEEN            PIC 9 VALUE 0.
       01 WS-JR-SAVE-TOUCHED    PIC 9 VALUE 0.
       01 WS-JR-ACCT-PLAYER     PIC X(20) VALUE SPACES.
           COPY TOURNHST.
       01 WS-TRN-MODE           PIC 9 VALUE 0.
       01 WS-TRN-ID             PIC X(8) VALUE SPACES.
       01 WS-TRN-MAX-ROUNDS     PIC 9(3) VALUE 0.
       01 WS-TRN-ROUNDS         PIC 9(3) VALUE 0.
       01 WS-TRN-CHIPS          PIC 9(6) VALUE 0.
       01 WS-TRN-CASH-CHIPS     PIC 9(6) VALUE 0.
       01 WS-TRN-IDX            PIC 9.
       01 WS-TRN-ENTERED        PIC 9 VALUE 0.
       01 WS-TRN-OPEN-HAND      PIC 9 VALUE 0.
       01 WS-TRN-CMD-OK         PIC 9 VALUE 1.
       01 WS-TRN-REFUSE         PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-BRIDGE.
           PERFORM ENSURE-BASE-STATE.
           PERFORM LOOKUP-PLAYER-ACCOUNT.
           MOVE WS-PLAYER TO WS-ENRL-CHK-PLAYER
           PERFORM LOAD-ENROLLMENT
           MOVE WS-ENRL-CHK-OK TO WS-ENRL-OK
           MOVE WS-ENRL-CHK-STATUS TO WS-ENRL-STATUS
           IF WS-ENRL-OK = 0
                   AND (WS-PM-FOUND = 0 OR WS-ENRL-STATUS = "CLOSED")
               PERFORM REFUSE-UNKNOWN-PLAYER
           END-IF
           MOVE WS-PLAYER TO WS-EXCL-CHK-PLAYER
           PERFORM LOAD-EXCLUSION
           MOVE WS-EXCL-CHK-ACTIVE TO WS-EXCL-ACTIVE
           MOVE WS-EXCL-CHK-END TO WS-EXCL-END
           PERFORM LOAD-PLAYER-LIMITS.
           PERFORM LOOKUP-HAND-STATE.
           PERFORM LOAD-TOURNEY-ENTRY.
           IF WS-TRN-MODE = 0
               PERFORM LOAD-PROMO-CREDIT
           END-IF
           PERFORM WRITE-JOURNAL-BEFORE.
           IF WS-TRN-MODE = 1
               PERFORM ENTER-TOURNEY-CHIPS
           END-IF
           PERFORM PROCESS-COMMAND.
           IF WS-HAND-ROUND-ID NOT = SPACES
           END-IF
           PERFORM CALC-SCORES
           PERFORM CHECK-SHOE-WARNING
           IF WS-TRN-MODE = 1
               PERFORM SAVE-TOURNEY-ENTRY
           END-IF
           PERFORM SAVE-PLAYER-ACCOUNT.
           PERFORM SAVE-HAND-STATE.
           PERFORM SAVE-PROMO-CREDIT.
           PERFORM WRITE-JOURNAL-COMMIT.
           IF WS-TRN-MODE = 1
               MOVE WS-TRN-CHIPS TO WS-CHIPS
           END-IF
           MOVE SPACES TO WS-COMMAND
           PERFORM WRITE-BRIDGE.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-SHOE-STATE TO JR-SHOE-STATE
           PERFORM LOAD-ROUND
           MOVE RS-RECORD TO JR-ROUND-STATE
           MOVE WS-PLAYER TO WS-JR-ACCT-PLAYER
           PERFORM JOURNAL-SIDE-ACCOUNTS
           OPEN EXTEND JOURNAL-FILE
           WRITE JOURNAL-RECORD FROM JR-RECORD
           CLOSE JOURNAL-FILE.
           MOVE 0 TO JR-SHOE-INDEX
           MOVE SPACES TO JR-SHOE-STATE
           MOVE SPACES TO JR-ROUND-STATE
           MOVE WS-SEAT-PLAYER TO WS-JR-ACCT-PLAYER
           PERFORM JOURNAL-SIDE-ACCOUNTS
           OPEN EXTEND JOURNAL-FILE
           WRITE JOURNAL-RECORD FROM JR-RECORD
           CLOSE JOURNAL-FILE.

       JOURNAL-SIDE-ACCOUNTS.
           MOVE 0 TO JR-TE-FOUND JR-TE-CHIPS JR-TE-IN-PLAY JR-TE-ROUNDS
           MOVE 0 TO JR-PR-FOUND JR-PR-BALANCE JR-PR-IN-PLAY
           MOVE 0 TO JR-PR-PLAYED
           OPEN INPUT ENTRY-FILE
           MOVE WS-JR-ACCT-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO JR-TE-FOUND
                   MOVE TE-CHIPS TO JR-TE-CHIPS
                   MOVE TE-IN-PLAY TO JR-TE-IN-PLAY
                   MOVE TE-ROUNDS TO JR-TE-ROUNDS
           END-READ
           CLOSE ENTRY-FILE
           OPEN INPUT PROMO-FILE
           MOVE WS-JR-ACCT-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO JR-PR-FOUND
                   MOVE PR-BALANCE TO JR-PR-BALANCE
                   MOVE PR-IN-PLAY TO JR-PR-IN-PLAY
                   MOVE PR-PLAYED TO JR-PR-PLAYED
           END-READ
           CLOSE PROMO-FILE.

       WRITE-JOURNAL-COMMIT.
           MOVE WS-TIMESTAMP TO JR-TIMESTAMP
           MOVE "COMMIT" TO JR-TYPE
           MOVE SPACES TO JR-SHOE-STATE
           MOVE 0 TO JR-SHOE-INDEX
           MOVE SPACES TO JR-ROUND-STATE
           MOVE 0 TO JR-TE-FOUND JR-TE-CHIPS JR-TE-IN-PLAY JR-TE-ROUNDS
           MOVE 0 TO JR-PR-FOUND JR-PR-BALANCE JR-PR-IN-PLAY
           MOVE 0 TO JR-PR-PLAYED
           OPEN EXTEND JOURNAL-FILE
           WRITE JOURNAL-RECORD FROM JR-RECORD
           CLOSE JOURNAL-FILE.
           END-READ
           CLOSE PLAYER-MASTER-FILE
           IF WS-PM-FOUND = 0
               MOVE 0 TO WS-CHIPS
               MOVE 0 TO WS-WINS WS-GAMES
               MOVE 1 TO WS-NEW-PLAYER
           END-IF.
           MOVE SPACES TO HH-D-CARDS
           MOVE "EXCL_DENY" TO HH-OUTCOME
           MOVE WS-CHIPS TO HH-CHIPS-BEFORE
           IF WS-TRN-MODE = 1
               MOVE WS-TRN-CASH-CHIPS TO HH-CHIPS-BEFORE
           END-IF
           MOVE HH-CHIPS-BEFORE TO HH-CHIPS
           MOVE SPACES TO HH-REASON
           STRING WS-EXCL-STATUS DELIMITED BY SPACE
                  " HASTA " DELIMITED BY SIZE
           WRITE HAND-HISTORY-RECORD FROM HH-RECORD
           CLOSE HAND-HISTORY-FILE.

       LOAD-ENROLLMENT.
           MOVE 0 TO WS-ENRL-CHK-OK
           MOVE SPACES TO WS-ENRL-CHK-STATUS
           OPEN INPUT ENROLL-FILE
           MOVE WS-ENRL-CHK-PLAYER TO EN-PLAYER-ID
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EN-STATUS TO WS-ENRL-CHK-STATUS
                   IF EN-STATUS = "ACTIVE"
                       MOVE 1 TO WS-ENRL-CHK-OK
                   END-IF
           END-READ
           CLOSE ENROLL-FILE.

       REFUSE-NOT-ENROLLED.
           EVALUATE WS-ENRL-STATUS
               WHEN "SUSPENDED"
                   MOVE "JUGADOR SUSPENDIDO" TO WS-MESSAGE
               WHEN "CLOSED"
                   MOVE "CUENTA CERRADA" TO WS-MESSAGE
               WHEN OTHER
                   MOVE "JUGADOR NO INSCRITO" TO WS-MESSAGE
           END-EVALUATE.

       REFUSE-UNKNOWN-PLAYER.
           MOVE "BETTING" TO WS-STATUS
           MOVE SPACES TO WS-P-CARDS WS-D-CARDS WS-P2-CARDS
           MOVE 0 TO WS-P-SCORE WS-D-SCORE WS-P2-SCORE
           MOVE 0 TO WS-BET WS-BET2 WS-SPLIT-STAGE
           MOVE 0 TO WS-CHIPS WS-WINS WS-GAMES
           PERFORM REFUSE-NOT-ENROLLED
           MOVE SPACES TO WS-COMMAND
           PERFORM WRITE-BRIDGE
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

       LOAD-PLAYER-LIMITS.
           MOVE 0 TO WS-LIM-MIN-BET
           MOVE 999999 TO WS-LIM-MAX-BET
           END-WRITE
           CLOSE HAND-STATE-FILE.

       LOAD-TOURNEY-ENTRY.
           MOVE 0 TO WS-TRN-MODE WS-TRN-ENTERED WS-TRN-OPEN-HAND
           MOVE SPACES TO WS-TRN-REFUSE
           OPEN INPUT TOURNEY-FILE
           PERFORM UNTIL 1 = 0
               READ TOURNEY-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF TN-STATUS = "RUNNING"
                   PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                           UNTIL WS-TRN-IDX > TN-TABLE-COUNT
                       IF TN-TABLE(WS-TRN-IDX) = WS-TABLE-ID
                           MOVE 1 TO WS-TRN-MODE
                           MOVE TN-ID TO WS-TRN-ID
                           MOVE TN-ROUNDS TO WS-TRN-MAX-ROUNDS
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-TRN-MODE = 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE TOURNEY-FILE
           OPEN INPUT ENTRY-FILE
           MOVE WS-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TE-STATUS = "ACTIVE"
                       IF TE-IN-PLAY > 0
                           MOVE 1 TO WS-TRN-OPEN-HAND
                       END-IF
                       IF WS-TRN-MODE = 1 AND TE-TOURN-ID = WS-TRN-ID
                           MOVE 1 TO WS-TRN-ENTERED
                           MOVE TE-CHIPS TO WS-TRN-CHIPS
                           MOVE TE-ROUNDS TO WS-TRN-ROUNDS
                       END-IF
                   END-IF
           END-READ
           CLOSE ENTRY-FILE
           IF WS-TRN-MODE = 0
               IF WS-TRN-OPEN-HAND = 1
                   MOVE "MANO DE TORNEO ABIERTA" TO WS-TRN-REFUSE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-ENTERED = 0
               MOVE "NO INSCRITO EN TORNEO" TO WS-TRN-REFUSE
               MOVE 0 TO WS-TRN-MODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-OPEN-HAND = 0 AND WS-BET + WS-BET2 > 0
               MOVE "MANO EN EFECTIVO ABIERTA" TO WS-TRN-REFUSE
               MOVE 0 TO WS-TRN-MODE
           END-IF.

       ENTER-TOURNEY-CHIPS.
           MOVE WS-CHIPS TO WS-TRN-CASH-CHIPS
           MOVE WS-TRN-CHIPS TO WS-CHIPS
           MOVE 0 TO WS-LIM-MIN-BET
           MOVE 999999 TO WS-LIM-MAX-BET
           MOVE 9999999 TO WS-LIM-LOSS-LIM
           MOVE 9999999 TO WS-LIM-CASH-LIM
           MOVE 0 TO WS-LIM-LOSS-TODAY
           MOVE 0 TO WS-LIM-CASH-TODAY
           MOVE 1 TO WS-LIM-LOADED.

       SAVE-TOURNEY-ENTRY.
           MOVE WS-CHIPS TO WS-TRN-CHIPS
           MOVE WS-TRN-CASH-CHIPS TO WS-CHIPS
           OPEN I-O ENTRY-FILE
           MOVE WS-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CLOSE ENTRY-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-TRN-CHIPS TO TE-CHIPS
           COMPUTE TE-IN-PLAY = WS-BET + WS-BET2
           MOVE WS-TRN-ROUNDS TO TE-ROUNDS
           REWRITE TE-RECORD
           END-REWRITE
           CLOSE ENTRY-FILE.

       CHECK-TOURNEY-COMMAND.
           MOVE 1 TO WS-TRN-CMD-OK
           IF WS-COMMAND(1:3) = "BET"
               IF WS-TRN-ROUNDS >= WS-TRN-MAX-ROUNDS
                   MOVE 0 TO WS-TRN-CMD-OK
                   MOVE "RONDAS DE TORNEO COMPLETAS" TO WS-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-COMMAND
               WHEN SPACES
               WHEN "START     "
               WHEN "HIT       "
               WHEN "STAND     "
               WHEN "SPLIT     "
               WHEN "DOUBLE    "
               WHEN "SURRENDER "
               WHEN "RESET     "
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO WS-TRN-CMD-OK
                   MOVE "NO DISPONIBLE EN TORNEO" TO WS-MESSAGE
           END-EVALUATE.

       WRITE-TOURNEY-HISTORY.
           MOVE WS-TRN-ID    TO TH-TOURN-ID
           MOVE WS-TRN-ROUNDS TO TH-ROUND
           MOVE WS-TIMESTAMP TO TH-TIMESTAMP
           MOVE WS-PLAYER    TO TH-PLAYER
           MOVE WS-TABLE-ID  TO TH-TABLE
           MOVE WS-D-CARDS   TO TH-D-CARDS
           MOVE WS-OUTCOME   TO TH-OUTCOME
           MOVE WS-CHIPS-BEFORE TO TH-CHIPS-BEFORE
           MOVE WS-CHIPS     TO TH-CHIPS
           MOVE WS-HAND-SHOE-TS TO TH-SHOE-TS
           MOVE WS-HAND-SHOE-START TO TH-SHOE-START
           MOVE WS-OPERATOR  TO TH-OPERATOR
           MOVE SPACES       TO TH-REASON
           OPEN EXTEND TOURN-HIST-FILE
           WRITE TOURN-HIST-RECORD FROM TH-RECORD
           CLOSE TOURN-HIST-FILE.

       PROCESS-COMMAND.
           IF WS-TRN-REFUSE NOT = SPACES
               MOVE WS-TRN-REFUSE TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRN-MODE = 1
               PERFORM CHECK-TOURNEY-COMMAND
               IF WS-TRN-CMD-OK = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-COMMAND(1:3) TO WS-CMD-PREFIX
           IF WS-CMD-PREFIX = "BET"
               PERFORM HANDLE-BET
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "BETTING"
               MOVE "APUESTA CERRADA" TO WS-MESSAGE
               EXIT PARAGRAPH
               MOVE "LIMITE DIARIO DE PERDIDA" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROMO-USE
           IF WS-PROMO-BAL > 0 AND WS-PROMO-EXPIRY >= WS-TS-DATE
               IF WS-PROMO-BAL < WS-BET-INPUT
                   MOVE WS-PROMO-BAL TO WS-PROMO-USE
               ELSE
                   MOVE WS-BET-INPUT TO WS-PROMO-USE
               END-IF
           END-IF
           IF WS-CHIPS + WS-PROMO-USE < WS-BET-INPUT
               MOVE "SIN SALDO" TO WS-MESSAGE
           ELSE
               COMPUTE WS-CHIPS =
                   WS-CHIPS - (WS-BET-INPUT - WS-PROMO-USE)
               ADD WS-BET-INPUT TO WS-BET
               MOVE "APUESTA ACEPTADA" TO WS-MESSAGE
               IF WS-PROMO-USE > 0
                   PERFORM STAKE-PROMO-CREDIT
               END-IF
           END-IF.

       LOAD-PROMO-CREDIT.
           MOVE 0 TO WS-PROMO-BAL WS-PROMO-BET WS-PROMO-SPENT
           MOVE 0 TO WS-PROMO-TOUCHED
           MOVE SPACES TO WS-PROMO-EXPIRY
           OPEN INPUT PROMO-FILE
           MOVE WS-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-BALANCE TO WS-PROMO-BAL
                   MOVE PR-IN-PLAY TO WS-PROMO-BET
                   MOVE PR-EXPIRY-DATE TO WS-PROMO-EXPIRY
           END-READ
           CLOSE PROMO-FILE
           MOVE WS-PROMO-BAL TO WS-PROMO-BAL-START
           IF WS-PROMO-BET > WS-BET
               COMPUTE WS-PROMO-SPENT = WS-PROMO-BET - WS-BET
               MOVE WS-BET TO WS-PROMO-BET
               MOVE 1 TO WS-PROMO-TOUCHED
           END-IF.

       SAVE-PROMO-CREDIT.
           IF WS-PROMO-TOUCHED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROMO-FILE
           MOVE WS-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CLOSE PROMO-FILE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE PR-BALANCE =
               PR-BALANCE + WS-PROMO-BAL - WS-PROMO-BAL-START
           MOVE WS-PROMO-BET TO PR-IN-PLAY
           ADD WS-PROMO-SPENT TO PR-PLAYED
           REWRITE PR-RECORD
           END-REWRITE
           CLOSE PROMO-FILE.

       STAKE-PROMO-CREDIT.
           SUBTRACT WS-PROMO-USE FROM WS-PROMO-BAL
           ADD WS-PROMO-USE TO WS-PROMO-BET
           MOVE 1 TO WS-PROMO-TOUCHED
           MOVE WS-PROMO-USE TO WS-CASH-INPUT
           MOVE "PROMO_PLAY" TO WS-OUTCOME
           PERFORM APPEND-CASH-TXN
           MOVE "APUESTA CON PROMOCION" TO WS-MESSAGE.

       CLEAR-PROMO-STAKE.
           IF WS-PROMO-BET > 0
               ADD WS-PROMO-BET TO WS-PROMO-SPENT
               MOVE 0 TO WS-PROMO-BET
               MOVE 1 TO WS-PROMO-TOUCHED
           END-IF.

       RETURN-PROMO-STAKE.
           IF WS-PROMO-BET = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-PROMO-BET TO WS-PROMO-BAL
           MOVE WS-PROMO-BET TO WS-CASH-INPUT
           MOVE 0 TO WS-PROMO-BET
           MOVE 1 TO WS-PROMO-TOUCHED
           MOVE "PROMO_RET" TO WS-OUTCOME
           PERFORM APPEND-CASH-TXN.

       HANDLE-CASHIN.
           IF WS-EXCL-ACTIVE = 1
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "BETTING"
               MOVE "CIERRA LA MANO" TO WS-MESSAGE
               EXIT PARAGRAPH
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "BETTING"
               MOVE "APUESTA CERRADA" TO WS-MESSAGE
               EXIT PARAGRAPH
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "BETTING"
               MOVE "APUESTA CERRADA" TO WS-MESSAGE
               EXIT PARAGRAPH
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "BETTING"
               MOVE "CIERRA LA MANO" TO WS-MESSAGE
               EXIT PARAGRAPH
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-HAND-ROUND-ID NOT = SPACES
               MOVE "RONDA EN CURSO" TO WS-MESSAGE
               EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "BETTING" TO WS-STATUS
           PERFORM CLEAR-PROMO-STAKE
           MOVE 0 TO WS-BET WS-BET2 WS-SPLIT-STAGE
           MOVE SPACES TO WS-P-CARDS WS-D-CARDS WS-P2-CARDS
           MOVE 0 TO WS-P-SCORE WS-D-SCORE WS-P-ACES WS-D-ACES
               WS-P2-SCORE
           MOVE 0 TO WS-INSURE-TAKEN
           MOVE SPACES TO WS-HAND-SHOE-TS
           MOVE 0 TO WS-HAND-SHOE-START
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ROUND
           IF WS-HAND-ROUND-ID NOT = SPACES
               IF RS-STATUS = "DEALT"
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT = "BETTING"
               MOVE "CIERRA LA MANO" TO WS-MESSAGE
               EXIT PARAGRAPH
               PERFORM REFUSE-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF WS-ENRL-OK = 0
               PERFORM REFUSE-NOT-ENROLLED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ROUND
           IF RS-STATUS NOT = "OPEN" OR RS-SEAT-COUNT = 0
               MOVE "SIN RONDA ABIERTA" TO WS-MESSAGE
               MOVE 0 TO WS-RND-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEAT-PLAYER TO WS-ENRL-CHK-PLAYER
           PERFORM LOAD-ENROLLMENT
           IF WS-ENRL-CHK-OK = 0
               MOVE 0 TO WS-RND-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-RND-SEAT = WS-RND-SELF-SEAT
               IF WS-STATUS NOT = "BETTING" OR WS-BET = 0
                   MOVE 0 TO WS-RND-OK
               CLOSE HAND-STATE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SEAT-PROMO
           MOVE WS-SEAT-CHIPS TO WS-SEAT-CHIPS-BEFORE
           EVALUATE WS-SEAT-OUTCOME
               WHEN "PLAYER_WIN"
                   COMPUTE WS-SEAT-CHIPS =
                       WS-SEAT-CHIPS + (HS-BET * 2) - WS-SEAT-PROMO-BET
               WHEN "PUSH"
                   COMPUTE WS-SEAT-CHIPS =
                       WS-SEAT-CHIPS + HS-BET - WS-SEAT-PROMO-BET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM SAVE-SEAT-ACCOUNT
           PERFORM APPEND-SEAT-HISTORY
           PERFORM SETTLE-SEAT-PROMO
           MOVE WS-SEAT-OUTCOME TO HS-STATUS
           MOVE WS-D-CARDS TO HS-D-CARDS
           MOVE WS-D-SCORE TO HS-D-SCORE
           END-REWRITE
           CLOSE HAND-STATE-FILE.

       READ-SEAT-PROMO.
           MOVE 0 TO WS-SEAT-PROMO-BET
           OPEN INPUT PROMO-FILE
           MOVE WS-SEAT-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-IN-PLAY TO WS-SEAT-PROMO-BET
           END-READ
           CLOSE PROMO-FILE
           IF WS-SEAT-PROMO-BET > HS-BET
               MOVE HS-BET TO WS-SEAT-PROMO-BET
           END-IF.

       SETTLE-SEAT-PROMO.
           IF WS-SEAT-PROMO-BET = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROMO-FILE
           MOVE WS-SEAT-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CLOSE PROMO-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO PR-IN-PLAY
           IF WS-SEAT-OUTCOME = "PUSH"
               ADD WS-SEAT-PROMO-BET TO PR-BALANCE
           ELSE
               ADD WS-SEAT-PROMO-BET TO PR-PLAYED
           END-IF
           REWRITE PR-RECORD
           END-REWRITE
           CLOSE PROMO-FILE
           IF WS-SEAT-OUTCOME NOT = "PUSH"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-SEAT-PLAYER TO CT-PLAYER
           MOVE "PROMO_RET" TO CT-TYPE
           MOVE WS-SEAT-PROMO-BET TO CT-AMOUNT
           MOVE WS-SEAT-CHIPS TO CT-CHIPS-AFTER
           MOVE WS-OPERATOR TO CT-OPERATOR
           OPEN EXTEND CASH-FILE
           WRITE CASH-RECORD FROM CT-RECORD
           CLOSE CASH-FILE.

       READ-SEAT-ACCOUNT.
           MOVE 0 TO WS-SEAT-PM-FOUND
           OPEN I-O PLAYER-MASTER-FILE
           MOVE "PLAYER_WIN" TO WS-STATUS
           ADD 1 TO WS-WINS
           ADD 1 TO WS-GAMES
           COMPUTE WS-CHIPS =
               WS-CHIPS + (WS-BET * 2) - WS-PROMO-BET
           MOVE "PLAYER_WIN" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM CLEAR-PROMO-STAKE
           MOVE 0 TO WS-BET
           MOVE "GANASTE" TO WS-MESSAGE.

           ADD 1 TO WS-GAMES
           MOVE "DEALER_WIN" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM CLEAR-PROMO-STAKE
           MOVE 0 TO WS-BET
           MOVE "PERDISTE" TO WS-MESSAGE.

           MOVE WS-CHIPS TO WS-CHIPS-BEFORE
           MOVE "PUSH" TO WS-STATUS
           ADD 1 TO WS-GAMES
           COMPUTE WS-CHIPS = WS-CHIPS + WS-BET - WS-PROMO-BET
           MOVE "PUSH" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM RETURN-PROMO-STAKE
           MOVE 0 TO WS-BET
           MOVE "EMPATE" TO WS-MESSAGE.

           MOVE WS-CHIPS TO WS-CHIPS-BEFORE
           MOVE "SURRENDER" TO WS-STATUS
           ADD 1 TO WS-GAMES
           COMPUTE WS-CHIPS =
               WS-CHIPS + ((WS-BET - WS-PROMO-BET) / 2)
           MOVE "SURRENDER" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM CLEAR-PROMO-STAKE
           MOVE 0 TO WS-BET
           MOVE "TE RENDISTE" TO WS-MESSAGE.

           MOVE WS-CHIPS TO WS-CHIPS-BEFORE
           ADD 1 TO WS-WINS
           ADD 1 TO WS-GAMES
           COMPUTE WS-CHIPS =
               WS-CHIPS + (WS-BET * 2) - WS-PROMO-BET
           MOVE "PLAYER_WIN" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM CLEAR-PROMO-STAKE
           MOVE 0 TO WS-BET.

       RESOLVE-DEALER-WIN-H1.
           ADD 1 TO WS-GAMES
           MOVE "DEALER_WIN" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM CLEAR-PROMO-STAKE
           MOVE 0 TO WS-BET.

       RESOLVE-PUSH-H1.
           MOVE WS-CHIPS TO WS-CHIPS-BEFORE
           ADD 1 TO WS-GAMES
           COMPUTE WS-CHIPS = WS-CHIPS + WS-BET - WS-PROMO-BET
           MOVE "PUSH" TO WS-OUTCOME
           PERFORM APPEND-HAND-HISTORY
           PERFORM RETURN-PROMO-STAKE
           MOVE 0 TO WS-BET.

       RESOLVE-PLAYER-WIN-H2.
           MOVE 0 TO WS-BET2.

       APPEND-HAND-HISTORY-H2.
           IF WS-TRN-MODE = 1
               MOVE WS-BET2 TO TH-BET
               MOVE WS-P2-CARDS TO TH-P-CARDS
               PERFORM WRITE-TOURNEY-HISTORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIMESTAMP TO HH-TIMESTAMP
           MOVE WS-PLAYER    TO HH-PLAYER
           MOVE WS-BET2      TO HH-BET
           PERFORM NOTE-HAND-DAY-TOTALS.

       APPEND-HAND-HISTORY.
           IF WS-TRN-MODE = 1
               ADD 1 TO WS-TRN-ROUNDS
               MOVE WS-BET TO TH-BET
               MOVE WS-P-CARDS TO TH-P-CARDS
               PERFORM WRITE-TOURNEY-HISTORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIMESTAMP TO HH-TIMESTAMP
           MOVE WS-PLAYER    TO HH-PLAYER
           MOVE WS-BET       TO HH-BET
       INIT-SHOE.
           MOVE SPACES TO WS-SHOE-STATE
           MOVE 1 TO WS-SHOE-IDX
           PERFORM VARYING WS-DECK FROM 1 BY 1
                   UNTIL WS-DECK > CFG-DECK-COUNT
               PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 13
                   PERFORM VARYING WS-SUIT FROM 1 BY 1 UNTIL WS-SUIT > 4
                       PERFORM BUILD-CARD-CODE
                   UNTIL WS-SHOE-IDX <= 1
               COMPUTE WS-RAND-IDX = (FUNCTION RANDOM * WS-SHOE-IDX) + 1
               MOVE WS-SHOE-CARD(WS-SHOE-IDX) TO WS-SHOE-TMP
               MOVE WS-SHOE-CARD(WS-RAND-IDX)
                   TO WS-SHOE-CARD(WS-SHOE-IDX)
               MOVE WS-SHOE-TMP TO WS-SHOE-CARD(WS-RAND-IDX)
           END-PERFORM.

           PERFORM VARYING WS-SHOE-IDX FROM 1 BY 1
                   UNTIL WS-SHOE-IDX > WS-SHOE-CARD-COUNT
               COMPUTE WS-SHOE-POS = ((WS-SHOE-IDX - 1) * 2) + 1
               MOVE WS-SHOE-CARD(WS-SHOE-IDX)
                   TO WS-SHOE-CARDS(WS-SHOE-POS:2)
           END-PERFORM.

       MAP-CARD-VALUE.
           PERFORM CALC-PLAYER-SCORE
           PERFORM CALC-PLAYER2-SCORE
           PERFORM CALC-DEALER-SCORE
           COMPUTE WS-SHOE-REMAIN =
               WS-SHOE-CARD-COUNT - (WS-SHOE-INDEX - 1)
           MOVE WS-SHOE-CARD-COUNT TO WS-SHOE-TOTAL.

       CALC-PLAYER-SCORE.
