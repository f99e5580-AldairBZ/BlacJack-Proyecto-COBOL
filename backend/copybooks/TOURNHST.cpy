       01 TH-RECORD.
          05 TH-TOURN-ID        PIC X(8).
          05 TH-ROUND           PIC 9(3).
          05 TH-TIMESTAMP       PIC X(14).
          05 TH-PLAYER          PIC X(20).
          05 TH-TABLE           PIC X(4).
          05 TH-BET             PIC 9(6).
          05 TH-P-CARDS         PIC X(50).
          05 TH-D-CARDS         PIC X(50).
          05 TH-OUTCOME         PIC X(10).
          05 TH-CHIPS-BEFORE    PIC 9(6).
          05 TH-CHIPS           PIC 9(6).
          05 TH-SHOE-TS         PIC X(14).
          05 TH-SHOE-START      PIC 9(3).
          05 TH-OPERATOR        PIC X(8).
          05 TH-REASON          PIC X(24).
