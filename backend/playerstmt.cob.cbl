       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAYER-MASTER-FILE
               ASSIGN TO "DATA/PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FILE ASSIGN TO "DATA/CASHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-HH-FILE
               ASSIGN TO DYNAMIC WS-ARCH-HH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STMT-FILE ASSIGN TO DYNAMIC WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           IF CT-PLAYER NOT = WS-CUR-PLAYER
               EXIT PARAGRAPH
           END-IF
           IF CT-TYPE = "ADJUST_REQ"
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-COUNT >= 2000
               DISPLAY "*** TABLA DE EVENTOS LLENA - "
                       WS-CUR-PLAYER " ***"
           EVALUATE CT-TYPE
               WHEN "CASHIN"
               WHEN "COMP_RDM"
               WHEN "ADJUST_CR"
               WHEN "TRN_PRIZE"
                   COMPUTE WS-EVT-OPEN(WS-EVT-COUNT) =
                       CT-CHIPS-AFTER - CT-AMOUNT
               WHEN "PROMO_ISS"
               WHEN "PROMO_PLAY"
               WHEN "PROMO_RET"
               WHEN "PROMO_EXP"
                   MOVE CT-CHIPS-AFTER TO WS-EVT-OPEN(WS-EVT-COUNT)
               WHEN OTHER
                   COMPUTE WS-EVT-OPEN(WS-EVT-COUNT) =
                       CT-CHIPS-AFTER + CT-AMOUNT
                       CONTINUE
                   WHEN "COMP_RDM"
                       ADD WS-EVT-AMT(WS-EVT-I) TO WS-PTS-REDEEMED
                   WHEN "PROMO_ISS"
                   WHEN "PROMO_PLAY"
                   WHEN "PROMO_RET"
                   WHEN "PROMO_EXP"
                       CONTINUE
                   WHEN "ADJUST_CR"
                   WHEN "ADJUST_DR"
                       CONTINUE
                   WHEN "TRN_FEE"
                   WHEN "TRN_PRIZE"
                       CONTINUE
                   WHEN "PLAYER_WIN"
                   WHEN "DEALER_WIN"
                   WHEN "PUSH"
