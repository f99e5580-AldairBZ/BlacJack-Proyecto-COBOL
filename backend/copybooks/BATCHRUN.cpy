       01 BR-RECORD.
          05 BR-BUS-DATE        PIC X(8).
          05 BR-STEP-NO         PIC 9(2).
          05 BR-STEP            PIC X(10).
          05 BR-STATUS          PIC X(9).
          05 BR-START-TS        PIC X(14).
          05 BR-END-TS          PIC X(14).
          05 BR-RC              PIC 9(4).
          05 BR-RUNS            PIC 9(3).
