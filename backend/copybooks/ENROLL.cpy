       01 EN-RECORD.
          05 EN-PLAYER-ID       PIC X(20).
          05 EN-FULL-NAME       PIC X(40).
          05 EN-BIRTH-DATE      PIC X(8).
          05 EN-DOC-TYPE        PIC X(10).
          05 EN-DOC-NUMBER      PIC X(20).
          05 EN-ENROLL-DATE     PIC X(8).
          05 EN-OPERATOR        PIC X(8).
          05 EN-STATUS          PIC X(10).
          05 EN-STATUS-DATE     PIC X(8).
          05 EN-STATUS-OPER     PIC X(8).
