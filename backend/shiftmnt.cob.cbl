       01 WS-SHF-INSLOSS        PIC 9(9) VALUE 0.
       01 WS-SHF-SBLOSS         PIC 9(9) VALUE 0.
       01 WS-SHF-COMPRDM        PIC 9(9) VALUE 0.
       01 WS-SHF-ADJCR          PIC 9(9) VALUE 0.
       01 WS-SHF-ADJDR          PIC 9(9) VALUE 0.
       01 WS-SHF-TXNS           PIC 9(5) VALUE 0.
       01 WS-SHF-EXPECTED       PIC S9(9) VALUE 0.
       01 WS-SHF-VARIANCE       PIC S9(9) VALUE 0.
           MOVE 0 TO WS-SHF-INSLOSS
           MOVE 0 TO WS-SHF-SBLOSS
           MOVE 0 TO WS-SHF-COMPRDM
           MOVE 0 TO WS-SHF-ADJCR
           MOVE 0 TO WS-SHF-ADJDR
           MOVE 0 TO WS-SHF-TXNS
           OPEN INPUT CASH-FILE
           PERFORM UNTIL 1 = 0
                           ADD CT-AMOUNT TO WS-SHF-SBLOSS
                       WHEN "COMP_RDM"
                           ADD CT-AMOUNT TO WS-SHF-COMPRDM
                       WHEN "ADJUST_CR"
                           ADD CT-AMOUNT TO WS-SHF-ADJCR
                       WHEN "ADJUST_DR"
                           ADD CT-AMOUNT TO WS-SHF-ADJDR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "  ADJUST_CR " WS-SHF-ADJCR
                  "  ADJUST_DR " WS-SHF-ADJDR
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "  FONDO INICIAL " WS-ON-DRAWER
                  "  ESPERADO " WS-SHF-EXPECTED
                  "  DECLARADO " WS-OFF-DRAWER
