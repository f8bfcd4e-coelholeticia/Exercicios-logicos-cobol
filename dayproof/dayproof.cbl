      *DO GLXMIT E OS REJEITADOS DO GLREJ QUE EXPLICAM QUALQUER
      *DIFERENCA. UMA DIFERENCA SEM EXPLICACAO (GLEXTRCT DIFERENTE DE
      *GLXMIT + GLREJ) ENCERRA COM RETURN-CODE 8 ANTES DE O ARQUIVO
      *SAIR DO PREDIO. O REJEITADO QUE O GLEDIT TRANSMITIU NA CONTA DE
      *SUSPENSO APARECE DUAS VEZES (NO GLXMIT E NO GLREJ) E ENTRA NA
      *PROVA DO LADO DO EXTRATO: GLEXTRCT + SUSPENSO = GLXMIT + GLREJ.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  ---------- ----  -------------------------------------------  *
      *  2026-09-02 JLC   PROGRAMA INICIAL - PROVA DO ENCADEAMENTO     *
      *                   ADDIN/ADDRPT/GLEXTRCT/GLXMIT/GLREJ           *
      *  2026-10-15 JLC   REJEITADOS EM SUSPENSO (REJ-SUSPENSO)        *
      *                   SOMADOS A PARTE E CONSIDERADOS NA PROVA DO   *
      *                   DIA                                          *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dayproof.
               10  REJ-VALOR         PIC 9(07)V99.
               10  REJ-DATA          PIC 9(08).
           05  REJ-MOTIVO            PIC X(25).
           05  REJ-SUSPENSO          PIC X(01).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(100).
           88  WS-XMIT-TRL-VISTO         VALUE 'Y'.
       77  WS-REJ-COUNT              PIC 9(06) VALUE ZERO.
       77  WS-REJ-SOMA               PIC 9(11)V99 VALUE ZERO.
       77  WS-SUSP-COUNT             PIC 9(06) VALUE ZERO.
       77  WS-SUSP-SOMA              PIC 9(11)V99 VALUE ZERO.
       77  WS-SOMA-EXTRATO           PIC 9(11)V99 VALUE ZERO.
       77  WS-COUNT-EXTRATO          PIC 9(06) VALUE ZERO.
       77  WS-SOMA-EXPLICADA         PIC 9(11)V99 VALUE ZERO.
       77  WS-COUNT-EXPLICADO        PIC 9(06) VALUE ZERO.
       77  WS-SOMA-ED                PIC ZZZZZZZZZZ9.99.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** DAYPROOF JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** DAYPROOF JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
      *----------------------------------------------------------------*
       1400-CHECK-RUN-HISTORY.
           MOVE 'N' TO WS-DUP-RUN-SW.
           MOVE 'N' TO WS-RETOMADA-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNH-FILE.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
           PERFORM 1420-SCAN-RUNH THRU 1420-EXIT
               UNTIL WS-EOF.
           CLOSE RUNH-FILE.
           MOVE 'N' TO WS-EOF-SW.
       1400-EXIT.
           IF RUNH-PROGRAM-ID = "DAYPROOF"
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-DUP-RUN-SW
           END-IF.
           IF RUNH-PROGRAM-ID = "RETOMADA"
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-RETOMADA-SW
           END-IF.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           ADD 1 TO WS-REJ-COUNT.
           IF REJ-VALOR IS NUMERIC
               ADD REJ-VALOR TO WS-REJ-SOMA
               IF REJ-SUSPENSO = 'S'
                   ADD 1 TO WS-SUSP-COUNT
                   ADD REJ-VALOR TO WS-SUSP-SOMA
               END-IF
           END-IF.
           PERFORM 4300-READ-REJ THRU 4300-EXIT.
       4400-EXIT.
               " SOMA: " WS-SOMA-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-SUSP-SOMA TO WS-SOMA-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "           EM SUSPENSO (TAMBEM NO GLXMIT): "
               WS-SUSP-COUNT " SOMA: " WS-SOMA-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 5200-COPY-GLREJ-LINES THRU 5200-EXIT.
           PERFORM 5300-CHECK-PROVA THRU 5300-EXIT.
           CLOSE RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "           " REJ-DADOS " " REJ-MOTIVO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           IF REJ-SUSPENSO = 'S'
               MOVE "EM SUSPENSO" TO RPT-OUT-RECORD (63:11)
           END-IF.
           WRITE RPT-OUT-RECORD.
           PERFORM 4300-READ-REJ THRU 4300-EXIT.
       5250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5300-CHECK-PROVA - O EXTRATO DA DATA TEM QUE SER IGUAL AO   *
      *    TRANSMITIDO MAIS OS REJEITADOS, DESCONTADOS OS REJEITADOS   *
      *    TRANSMITIDOS NO SUSPENSO; DIFERENCA SEM EXPLICACAO ENCERRA  *
      *    COM RC 8                                                    *
      *----------------------------------------------------------------*
       5300-CHECK-PROVA.
           COMPUTE WS-SOMA-EXPLICADA = WS-XMIT-SOMA + WS-REJ-SOMA.
           COMPUTE WS-COUNT-EXPLICADO = WS-XMIT-COUNT + WS-REJ-COUNT.
           COMPUTE WS-SOMA-EXTRATO = WS-GLEXT-SOMA + WS-SUSP-SOMA.
           COMPUTE WS-COUNT-EXTRATO = WS-GLEXT-COUNT + WS-SUSP-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-SOMA-EXTRATO = WS-SOMA-EXPLICADA
                   AND WS-COUNT-EXTRATO = WS-COUNT-EXPLICADO
                   AND WS-XMIT-TRL-VISTO
               MOVE "PROVA: GLEXTRCT + SUSPENSO = GLXMIT + GLREJ - DIA"
                   TO RPT-OUT-RECORD
               MOVE "EM PROVA" TO RPT-OUT-RECORD (52:8)
           ELSE
               MOVE "PROVA: *** DIFERENCA SEM EXPLICACAO - VER ACIMA"
                   TO RPT-OUT-RECORD
