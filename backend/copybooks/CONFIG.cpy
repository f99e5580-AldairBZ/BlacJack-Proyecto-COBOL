          05 CFG-COMP-RATE        PIC 9(3).
          05 CFG-DORM-WARN-DAYS   PIC 9(3).
          05 CFG-DORM-SWEEP-DAYS  PIC 9(3).
          05 CFG-CTR-THRESHOLD    PIC 9(7).
          05 CFG-CTR-NEAR-PCT     PIC 9(3).
          05 CFG-CTR-DAYS         PIC 9(2).
