          05 JR-SHOE-INDEX      PIC 9(3).
          05 JR-SHOE-STATE      PIC X(850).
          05 JR-ROUND-STATE     PIC X(173).
          05 JR-TE-FOUND        PIC 9.
          05 JR-TE-CHIPS        PIC 9(6).
          05 JR-TE-IN-PLAY      PIC 9(6).
          05 JR-TE-ROUNDS       PIC 9(3).
          05 JR-PR-FOUND        PIC 9.
          05 JR-PR-BALANCE      PIC 9(7).
          05 JR-PR-IN-PLAY      PIC 9(6).
          05 JR-PR-PLAYED       PIC 9(9).
