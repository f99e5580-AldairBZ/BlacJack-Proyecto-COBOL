       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-CONTROL-FILE
               ASSIGN TO "DATA/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-RUN-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACK-STATUS-FILE
               ASSIGN TO "DATA/GLACKSTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-INDEX-FILE
               ASSIGN TO "REPORTS/RUNINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD PIC X(22).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD   PIC X(64).
       FD GL-ACK-STATUS-FILE.
       01 GL-ACK-STATUS-RECORD PIC X(36).
       FD PRINT-FILE.
       01 PRINT-RECORD         PIC X(132).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
           COPY BATCHCTL.
           COPY BATCHRUN.
           COPY GLACK.
           COPY RUNIDX.

       01 WS-RUN-CTL-NAME       PIC X(28).
       01 WS-PRINT-NAME         PIC X(32).
       01 WS-PRINT-LINE         PIC X(132).
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-TS-TIME            PIC X(8).
       01 WS-RUN-TS             PIC X(14).
       01 WS-SYS-DATE           PIC X(8).
       01 WS-BUS-DATE           PIC X(8).
       01 WS-BC-FOUND           PIC 9 VALUE 0.
       01 WS-CMDLINE            PIC X(32).
       01 WS-CMD-PARM           PIC X(32).
       01 WS-CALL-NAME          PIC X(10).
       01 WS-STEP-RC            PIC S9(4) VALUE 0.
       01 WS-STEP-HELD          PIC 9 VALUE 0.
       01 WS-ACK-STATE          PIC X(9).

       01 WS-STEP-TABLE.
          05 WS-ST-ENTRY OCCURS 16 TIMES INDEXED BY WS-ST-IDX.
             10 WS-ST-NAME      PIC X(10).
             10 WS-ST-STATUS    PIC X(9).
             10 WS-ST-START     PIC X(14).
             10 WS-ST-END       PIC X(14).
             10 WS-ST-RC        PIC 9(4).
             10 WS-ST-RUNS      PIC 9(3).
       01 WS-ST-COUNT           PIC 9(2) VALUE 0.
       01 WS-ST-NO              PIC 9(2).
       01 WS-RC-FOUND           PIC 9 VALUE 0.
       01 WS-RC-DONE            PIC 9 VALUE 0.
       01 WS-CLOSE-DONE         PIC 9 VALUE 0.
       01 WS-STOP               PIC 9 VALUE 0.
       01 WS-DONE-COUNT         PIC 9(2) VALUE 0.
       01 WS-WARN-COUNT         PIC 9(2) VALUE 0.
       01 WS-FAIL-COUNT         PIC 9(2) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(2) VALUE 0.
       01 WS-RESUME-NO          PIC 9(2) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-RUN-TS
           PERFORM INIT-STEP-LIST
           PERFORM GET-RUN-DATE
           IF WS-BUS-DATE NOT NUMERIC
               DISPLAY "FECHA NO VALIDA: " WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RUN-CONTROL
           MOVE 0 TO WS-CLOSE-DONE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-NAME(WS-ST-IDX) = "DAYCLOSE"
                       AND WS-ST-STATUS(WS-ST-IDX) = "COMPLETO"
                   MOVE 1 TO WS-CLOSE-DONE
               END-IF
           END-PERFORM
           IF WS-CLOSE-DONE = 0
                   AND WS-BUS-DATE NOT = BC-OPEN-DATE
                   AND WS-BC-FOUND = 1
               DISPLAY "FECHA " WS-BUS-DATE " NO ES EL DIA ABIERTO "
                       BC-OPEN-DATE " - LOTE RECHAZADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "===== LOTE NOCTURNO " WS-BUS-DATE " ====="
           MOVE 0 TO WS-STOP
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-STOP = 1
               PERFORM RUN-ONE-STEP
           END-PERFORM
           PERFORM COMPUTE-RUN-TS
           PERFORM PRINT-SUMMARY
           MOVE "BATCHRUN" TO RI-REPORT
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > 0
                   MOVE "FALLO" TO RI-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE "ESPERA" TO RI-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE "AVISO" TO RI-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "COMPLETO" TO RI-STATUS
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-RUN-INDEX
           DISPLAY "RESUMEN ESCRITO EN " WS-PRINT-NAME
           STOP RUN.

       INIT-STEP-LIST.
           MOVE 0 TO WS-ST-COUNT
           MOVE "DATACHK" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "SHOEVERIF" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "EODREPORT" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "CTRREPORT" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "APSURV" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "PROMOEXP" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "GLEXTRACT" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "GLACKIN" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "DAYCLOSE" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "ARCHDAY" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "CHIPAUDIT" TO WS-CALL-NAME
           PERFORM ADD-STEP
           MOVE "DORMSWP" TO WS-CALL-NAME
           PERFORM ADD-STEP.

       ADD-STEP.
           ADD 1 TO WS-ST-COUNT
           SET WS-ST-IDX TO WS-ST-COUNT
           MOVE WS-CALL-NAME TO WS-ST-NAME(WS-ST-IDX)
           MOVE "PENDIENTE" TO WS-ST-STATUS(WS-ST-IDX)
           MOVE SPACES TO WS-ST-START(WS-ST-IDX)
           MOVE SPACES TO WS-ST-END(WS-ST-IDX)
           MOVE 0 TO WS-ST-RC(WS-ST-IDX)
           MOVE 0 TO WS-ST-RUNS(WS-ST-IDX).

       GET-RUN-DATE.
           PERFORM READ-BATCH-CONTROL
           MOVE SPACES TO WS-CMDLINE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           MOVE SPACES TO WS-BUS-DATE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-BUS-DATE
           END-UNSTRING
           IF WS-BUS-DATE = SPACES
               DISPLAY "FECHA DE NEGOCIO (YYYYMMDD, VACIO = CONTROL): "
                       WITH NO ADVANCING
               ACCEPT WS-BUS-DATE
           END-IF
           IF WS-BUS-DATE = SPACES OR WS-BUS-DATE = "00000000"
               IF WS-BC-FOUND = 1
                   MOVE BC-OPEN-DATE TO WS-BUS-DATE
                   IF BC-LAST-CLOSED NOT = SPACES
                       PERFORM CHECK-LAST-CLOSED-RUN
                   END-IF
               ELSE
                   MOVE WS-SYS-DATE TO WS-BUS-DATE
               END-IF
           END-IF.

       CHECK-LAST-CLOSED-RUN.
           MOVE BC-LAST-CLOSED TO WS-BUS-DATE
           PERFORM LOAD-RUN-CONTROL
           MOVE 1 TO WS-RC-DONE
           IF WS-RC-FOUND = 1
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-COUNT
                   IF WS-ST-STATUS(WS-ST-IDX) NOT = "COMPLETO"
                           AND WS-ST-STATUS(WS-ST-IDX) NOT = "AVISO"
                           AND NOT (WS-ST-NAME(WS-ST-IDX) = "DATACHK"
                                    AND WS-ST-RUNS(WS-ST-IDX) = 0)
                       MOVE 0 TO WS-RC-DONE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RC-DONE = 1
               MOVE BC-OPEN-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY "LOTE DEL " BC-LAST-CLOSED
                       " INCOMPLETO - SE REANUDA"
           END-IF
           PERFORM INIT-STEP-LIST.

       READ-BATCH-CONTROL.
           MOVE 0 TO WS-BC-FOUND
           MOVE SPACES TO BC-OPEN-DATE
           MOVE SPACES TO BC-LAST-CLOSED
           OPEN INPUT BATCH-CONTROL-FILE
           READ BATCH-CONTROL-FILE INTO BC-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-BC-FOUND
           END-READ
           CLOSE BATCH-CONTROL-FILE.

       LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RC-FOUND
           MOVE SPACES TO WS-RUN-CTL-NAME
           STRING "DATA/BATCHRUN." DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RUN-CTL-NAME
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL 1 = 0
               READ RUN-CONTROL-FILE INTO BR-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-COUNT
                   IF WS-ST-NAME(WS-ST-IDX) = BR-STEP
                       MOVE 1 TO WS-RC-FOUND
                       MOVE BR-STATUS TO WS-ST-STATUS(WS-ST-IDX)
                       MOVE BR-START-TS TO WS-ST-START(WS-ST-IDX)
                       MOVE BR-END-TS TO WS-ST-END(WS-ST-IDX)
                       MOVE BR-RC TO WS-ST-RC(WS-ST-IDX)
                       MOVE BR-RUNS TO WS-ST-RUNS(WS-ST-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM VARYING WS-ST-NO FROM 1 BY 1
                   UNTIL WS-ST-NO > WS-ST-COUNT
               MOVE WS-BUS-DATE TO BR-BUS-DATE
               MOVE WS-ST-NO TO BR-STEP-NO
               MOVE WS-ST-NAME(WS-ST-NO) TO BR-STEP
               MOVE WS-ST-STATUS(WS-ST-NO) TO BR-STATUS
               MOVE WS-ST-START(WS-ST-NO) TO BR-START-TS
               MOVE WS-ST-END(WS-ST-NO) TO BR-END-TS
               MOVE WS-ST-RC(WS-ST-NO) TO BR-RC
               MOVE WS-ST-RUNS(WS-ST-NO) TO BR-RUNS
               WRITE RUN-CONTROL-RECORD FROM BR-RECORD
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       RUN-ONE-STEP.
           IF WS-ST-STATUS(WS-ST-IDX) = "COMPLETO"
                   OR WS-ST-STATUS(WS-ST-IDX) = "AVISO"
               DISPLAY "PASO " WS-ST-NAME(WS-ST-IDX)
                       " YA COMPLETADO - OMITIDO"
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-RUN-TS
           MOVE WS-RUN-TS TO WS-ST-START(WS-ST-IDX)
           MOVE SPACES TO WS-ST-END(WS-ST-IDX)
           MOVE "EN CURSO" TO WS-ST-STATUS(WS-ST-IDX)
           ADD 1 TO WS-ST-RUNS(WS-ST-IDX)
           PERFORM SAVE-RUN-CONTROL
           DISPLAY "===== PASO " WS-ST-NAME(WS-ST-IDX) " ====="
           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-CALL-NAME
           MOVE 0 TO WS-STEP-HELD
           IF WS-CALL-NAME = "GLACKIN"
               PERFORM RUN-GL-ACK-STEP
           ELSE
               PERFORM CALL-STEP-PROGRAM
           END-IF
           PERFORM COMPUTE-RUN-TS
           MOVE WS-RUN-TS TO WS-ST-END(WS-ST-IDX)
           IF WS-STEP-RC < 0
               MOVE 9999 TO WS-ST-RC(WS-ST-IDX)
           ELSE
               MOVE WS-STEP-RC TO WS-ST-RC(WS-ST-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-HELD = 1
                   MOVE "ESPERA" TO WS-ST-STATUS(WS-ST-IDX)
                   MOVE 1 TO WS-STOP
               WHEN WS-STEP-RC = 0
                   MOVE "COMPLETO" TO WS-ST-STATUS(WS-ST-IDX)
               WHEN WS-STEP-RC = 4
                   MOVE "AVISO" TO WS-ST-STATUS(WS-ST-IDX)
               WHEN OTHER
                   MOVE "FALLO" TO WS-ST-STATUS(WS-ST-IDX)
                   MOVE 1 TO WS-STOP
           END-EVALUATE
           PERFORM SAVE-RUN-CONTROL
           DISPLAY "PASO " WS-ST-NAME(WS-ST-IDX) " "
                   WS-ST-STATUS(WS-ST-IDX) " RC " WS-ST-RC(WS-ST-IDX).

       CALL-STEP-PROGRAM.
           MOVE SPACES TO WS-CMD-PARM
           STRING WS-BUS-DATE DELIMITED BY SIZE
                  " BATCH" DELIMITED BY SIZE
                  INTO WS-CMD-PARM
           DISPLAY WS-CMD-PARM UPON COMMAND-LINE
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-NAME
               ON EXCEPTION
                   DISPLAY "*** " WS-CALL-NAME " NO DISPONIBLE ***"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           CANCEL WS-CALL-NAME
           MOVE 0 TO RETURN-CODE.

       RUN-GL-ACK-STEP.
           PERFORM READ-GL-ACK-STATE
           IF WS-ACK-STATE NOT = "ACCEPTED"
               PERFORM CALL-STEP-PROGRAM
               PERFORM READ-GL-ACK-STATE
           END-IF
           EVALUATE WS-ACK-STATE
               WHEN "ACCEPTED"
                   MOVE 0 TO WS-STEP-RC
               WHEN "PENDIENTE"
                   DISPLAY "SIN ACUSE DEL GL PARA " WS-BUS-DATE
                           " - CIERRE EN ESPERA"
                   MOVE 4 TO WS-STEP-RC
                   MOVE 1 TO WS-STEP-HELD
               WHEN OTHER
                   DISPLAY "ACUSE DEL GL " WS-ACK-STATE
                           " - CIERRE RECHAZADO"
                   MOVE 8 TO WS-STEP-RC
           END-EVALUATE.

       READ-GL-ACK-STATE.
           MOVE "PENDIENTE" TO WS-ACK-STATE
           OPEN INPUT GL-ACK-STATUS-FILE
           PERFORM UNTIL 1 = 0
               READ GL-ACK-STATUS-FILE INTO GS-RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GS-BUS-DATE = WS-BUS-DATE
                   MOVE GS-STATUS TO WS-ACK-STATE
               END-IF
           END-PERFORM
           CLOSE GL-ACK-STATUS-FILE.

       PRINT-SUMMARY.
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-WARN-COUNT
           MOVE 0 TO WS-FAIL-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-RESUME-NO
           MOVE SPACES TO WS-PRINT-NAME
           STRING "REPORTS/BATCHRUN." DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "PASO PROGRAMA   ESTADO    INICIO         FIN"
               TO WS-PRINT-LINE
           MOVE "RC   EJEC" TO WS-PRINT-LINE(62:9)
           PERFORM PRINT-LINE-OUT
           PERFORM VARYING WS-ST-NO FROM 1 BY 1
                   UNTIL WS-ST-NO > WS-ST-COUNT
               STRING WS-ST-NO "   "
                      WS-ST-NAME(WS-ST-NO) " "
                      WS-ST-STATUS(WS-ST-NO) " "
                      WS-ST-START(WS-ST-NO) " "
                      WS-ST-END(WS-ST-NO) "  "
                      WS-ST-RC(WS-ST-NO) " "
                      WS-ST-RUNS(WS-ST-NO)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-OUT
               EVALUATE WS-ST-STATUS(WS-ST-NO)
                   WHEN "COMPLETO"
                       ADD 1 TO WS-DONE-COUNT
                   WHEN "AVISO"
                       ADD 1 TO WS-DONE-COUNT
                       ADD 1 TO WS-WARN-COUNT
                   WHEN "FALLO"
                       ADD 1 TO WS-FAIL-COUNT
                   WHEN "ESPERA"
                       ADD 1 TO WS-HELD-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RESUME-NO = 0
                       AND WS-ST-STATUS(WS-ST-NO) NOT = "COMPLETO"
                       AND WS-ST-STATUS(WS-ST-NO) NOT = "AVISO"
                   MOVE WS-ST-NO TO WS-RESUME-NO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           STRING "PASOS COMPLETADOS " WS-DONE-COUNT
                  " DE " WS-ST-COUNT
                  "  CON AVISO " WS-WARN-COUNT
                  "  OMITIDOS EN ESTA EJECUCION " WS-SKIP-COUNT
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           EVALUATE TRUE
               WHEN WS-RESUME-NO = 0 AND WS-WARN-COUNT = 0
                   MOVE "RESULTADO: NOCHE LIMPIA" TO WS-PRINT-LINE
               WHEN WS-RESUME-NO = 0
                   STRING "RESULTADO: NOCHE COMPLETA CON AVISOS - "
                          "REVISE LOS INFORMES MARCADOS"
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WS-HELD-COUNT > 0
                   STRING "RESULTADO: EN ESPERA DEL ACUSE DEL GL - "
                          "REANUDAR EN PASO " WS-RESUME-NO " "
                          WS-ST-NAME(WS-RESUME-NO)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "RESULTADO: NOCHE INCOMPLETA - "
                          "REANUDAR EN PASO " WS-RESUME-NO " "
                          WS-ST-NAME(WS-RESUME-NO)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           DISPLAY WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           MOVE "*** FIN DEL INFORME ***" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-OUT
           CLOSE PRINT-FILE.

       COMPUTE-RUN-TS.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-SYS-DATE DELIMITED BY SIZE
                  WS-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-TS.

       PRINT-LINE-OUT.
           IF WS-LINE-COUNT >= 56
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE SPACES TO PRINT-RECORD
           STRING "NIGHTLY BATCH SUMMARY"
                  "  FECHA NEGOCIO " WS-BUS-DATE
                  "  EJECUTADO " WS-RUN-TS(1:8)
                  "  PAGINA " WS-PAGE-NUM
                  DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-RUN-INDEX.
           MOVE WS-BUS-DATE TO RI-BUS-DATE
           MOVE WS-RUN-TS TO RI-RUN-TS
           OPEN EXTEND RUN-INDEX-FILE
           WRITE RUN-INDEX-RECORD FROM RI-RECORD
           CLOSE RUN-INDEX-FILE.
