       01 CR-HEADER.
          05 CR-H-TYPE          PIC X(3).
          05 CR-H-RUN-DATE      PIC X(8).
          05 CR-H-BUS-DATE      PIC X(8).
          05 CR-H-THRESHOLD     PIC 9(7).
       01 CR-DETAIL.
          05 CR-D-TYPE          PIC X(3).
          05 CR-D-BUS-DATE      PIC X(8).
          05 CR-D-PLAYER        PIC X(20).
          05 CR-D-CASHIN        PIC 9(9).
          05 CR-D-CASHIN-CNT    PIC 9(4).
          05 CR-D-CASHOUT       PIC 9(9).
          05 CR-D-CASHOUT-CNT   PIC 9(4).
          05 CR-D-TABLES        PIC 9(2).
          05 CR-D-FIRST-TS      PIC X(14).
          05 CR-D-LAST-TS       PIC X(14).
          05 CR-D-TRIGGER       PIC X(7).
       01 CR-TRAILER.
          05 CR-T-TYPE          PIC X(3).
          05 CR-T-REC-COUNT     PIC 9(7).
          05 CR-T-CASHIN-TOT    PIC 9(11).
          05 CR-T-CASHOUT-TOT   PIC 9(11).
