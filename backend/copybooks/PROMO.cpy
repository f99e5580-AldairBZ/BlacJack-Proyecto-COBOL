       01 PR-RECORD.
          05 PR-PLAYER-ID       PIC X(20).
          05 PR-BALANCE         PIC 9(7).
          05 PR-ISSUE-DATE      PIC X(8).
          05 PR-EXPIRY-DATE     PIC X(8).
          05 PR-OPERATOR        PIC X(8).
          05 PR-IN-PLAY         PIC 9(6).
          05 PR-ISSUED          PIC 9(9).
          05 PR-PLAYED          PIC 9(9).
          05 PR-EXPIRED         PIC 9(9).
