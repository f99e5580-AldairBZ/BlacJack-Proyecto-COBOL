       01 TE-RECORD.
          05 TE-PLAYER-ID       PIC X(20).
          05 TE-TOURN-ID        PIC X(8).
          05 TE-STATUS          PIC X(8).
          05 TE-CHIPS           PIC 9(6).
          05 TE-IN-PLAY         PIC 9(6).
          05 TE-ROUNDS          PIC 9(3).
          05 TE-FEE             PIC 9(6).
          05 TE-REG-TS          PIC X(14).
          05 TE-REG-BY          PIC X(8).
          05 TE-RANK            PIC 9(4).
          05 TE-PRIZE           PIC 9(7).
