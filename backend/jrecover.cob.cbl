       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL SHOE-FILE ASSIGN TO DYNAMIC WS-SHOE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-FILE ASSIGN TO DYNAMIC WS-ROUND-NAME
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(1410).
       FD PLAYER-MASTER-FILE.
           COPY PLAYERM.
       FD HAND-STATE-FILE.
           COPY HANDSTATE.
       FD ENTRY-FILE.
           COPY TOURNENT.
       FD PROMO-FILE.
           COPY PROMO.
       FD SHOE-FILE.
       01 SHOE-RECORD          PIC X(850).
       FD ROUND-FILE.
           COPY JOURNAL.

       01 WS-OPEN-TABLE.
          05 WS-OPEN-ENTRY OCCURS 8 TIMES PIC X(1410).
       01 WS-OPEN-COUNT         PIC 9 VALUE 0.
       01 WS-OPEN-I             PIC 9.
       01 WS-CMDLINE            PIC X(32).
                       " COMANDO " JR-COMMAND " DE " JR-TIMESTAMP
               PERFORM RESTORE-PLAYER-MASTER
               PERFORM RESTORE-HAND-STATE
               PERFORM RESTORE-TOURNEY-ENTRY
               PERFORM RESTORE-PROMO-CREDIT
               IF JR-TYPE = "BEFORE"
                   PERFORM RESTORE-SHOE
                   PERFORM RESTORE-ROUND
           END-IF
           CLOSE HAND-STATE-FILE.

       RESTORE-TOURNEY-ENTRY.
           IF JR-TE-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ENTRY-FILE
           MOVE JR-PLAYER TO TE-PLAYER-ID
           READ ENTRY-FILE
               INVALID KEY
                   CLOSE ENTRY-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE JR-TE-CHIPS TO TE-CHIPS
           MOVE JR-TE-IN-PLAY TO TE-IN-PLAY
           MOVE JR-TE-ROUNDS TO TE-ROUNDS
           REWRITE TE-RECORD
           END-REWRITE
           CLOSE ENTRY-FILE
           DISPLAY "  FICHAS DE TORNEO RESTAURADAS A " JR-TE-CHIPS.

       RESTORE-PROMO-CREDIT.
           IF JR-PR-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PROMO-FILE
           MOVE JR-PLAYER TO PR-PLAYER-ID
           READ PROMO-FILE
               INVALID KEY
                   CLOSE PROMO-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE JR-PR-BALANCE TO PR-BALANCE
           MOVE JR-PR-IN-PLAY TO PR-IN-PLAY
           MOVE JR-PR-PLAYED TO PR-PLAYED
           REWRITE PR-RECORD
           END-REWRITE
           CLOSE PROMO-FILE
           DISPLAY "  CREDITO PROMOCIONAL RESTAURADO A " JR-PR-BALANCE.

       RESTORE-SHOE.
           OPEN OUTPUT SHOE-FILE
           WRITE SHOE-RECORD FROM JR-SHOE-STATE
