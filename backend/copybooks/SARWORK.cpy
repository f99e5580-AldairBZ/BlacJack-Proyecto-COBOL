       01 SW-RECORD.
          05 SW-BUS-DATE        PIC X(8).
          05 SW-PLAYER          PIC X(20).
          05 SW-PATTERN         PIC X(10).
          05 SW-COUNT           PIC 9(4).
          05 SW-AMOUNT          PIC 9(9).
          05 SW-FIRST-TS        PIC X(14).
          05 SW-LAST-TS         PIC X(14).
          05 SW-STATUS          PIC X(8).
