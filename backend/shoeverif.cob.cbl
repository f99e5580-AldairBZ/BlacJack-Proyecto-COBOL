       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHOE-AUDIT-FILE
               ASSIGN TO "DATA/SHOEAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HAND-HISTORY-FILE
               ASSIGN TO "DATA/HANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-TS-DATE            PIC X(8).
       01 WS-TS-TIME            PIC X(8).
       01 WS-RUN-TS             PIC X(14).
       01 WS-CMDLINE            PIC X(32).
       01 WS-BATCH-DATE         PIC X(8).
       01 WS-BATCH-MODE         PIC X(5).

       01 WS-SHOE-TABLE.
          05 WS-SH-ENTRY OCCURS 64 TIMES INDEXED BY WS-SH-IDX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COMPUTE-RUN-TS
           PERFORM GET-BATCH-PARM
           PERFORM READ-BATCH-CONTROL
           IF WS-BC-FOUND = 1
               MOVE BC-OPEN-DATE TO WS-BUS-DATE
           ELSE
               MOVE WS-TS-DATE TO WS-BUS-DATE
           END-IF
           IF WS-BATCH-MODE = "BATCH" AND WS-BATCH-DATE NUMERIC
               MOVE WS-BATCH-DATE TO WS-BUS-DATE
           END-IF
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/SHOEVERIF." DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
           MOVE "COMPLETO" TO RI-STATUS
           PERFORM WRITE-RUN-INDEX
           DISPLAY "INFORME ESCRITO EN " WS-PRINT-NAME
           IF WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-BATCH-PARM.
           MOVE SPACES TO WS-CMDLINE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           MOVE SPACES TO WS-BATCH-DATE
           MOVE SPACES TO WS-BATCH-MODE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-BATCH-DATE WS-BATCH-MODE
           END-UNSTRING.

       COMPUTE-RUN-TS.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
