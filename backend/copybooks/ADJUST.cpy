       01 AJ-RECORD.
          05 AJ-ID              PIC X(14).
          05 AJ-ROUND-ID        PIC X(14).
          05 AJ-PLAYER          PIC X(20).
          05 AJ-TABLE           PIC X(4).
          05 AJ-DIRECTION       PIC X(1).
          05 AJ-AMOUNT          PIC 9(7).
          05 AJ-REASON          PIC X(30).
          05 AJ-STATUS          PIC X(8).
          05 AJ-RAISED-BY       PIC X(8).
          05 AJ-APPROVED-BY     PIC X(8).
          05 AJ-POSTED-TS       PIC X(14).
          05 AJ-CHIPS-AFTER     PIC 9(6).
