       01 TN-RECORD.
          05 TN-ID              PIC X(8).
          05 TN-NAME            PIC X(20).
          05 TN-DATE            PIC X(8).
          05 TN-STATUS          PIC X(8).
          05 TN-ENTRY-FEE       PIC 9(6).
          05 TN-START-CHIPS     PIC 9(6).
          05 TN-ROUNDS          PIC 9(3).
          05 TN-TABLE-COUNT     PIC 9.
          05 TN-TABLE OCCURS 4 TIMES PIC X(4).
          05 TN-PRIZE-COUNT     PIC 9.
          05 TN-PRIZE OCCURS 5 TIMES PIC 9(7).
          05 TN-ENTRANTS        PIC 9(4).
          05 TN-FEES            PIC 9(9).
          05 TN-PAID            PIC 9(9).
          05 TN-CREATED-BY      PIC X(8).
          05 TN-CLOSED-BY       PIC X(8).
          05 TN-CLOSED-TS       PIC X(14).
