      *GLTBRPT O BALANCETE DE VERIFICACAO: CADA CONTA COM SALDO
      *ANTERIOR, DEBITOS E CREDITOS DO DIA E SALDO NOVO, COM A LINHA
      *DE PROVA DEBITOS = CREDITOS NO FIM.
      *A POSTAGEM RELE O GLXMIT E APLICA DETALHE A DETALHE, GRAVANDO A
      *CADA 50 DETALHES UM CHECKPOINT (GLPCKPT) COM A SEQUENCIA DO
      *ULTIMO DETALHE APLICADO E OS TOTAIS DE CONTROLE ACUMULADOS. SE
      *O PASSO CAIR NO MEIO, A REEXECUCAO DA MESMA DATA RETOMA DEPOIS
      *DO CHECKPOINT; O DETALHE APLICADO ENTRE O CHECKPOINT E A QUEDA
      *E RECONHECIDO PELO CARIMBO DA CONTA NO GLMAST (GLM-ULT-POSTAGEM
      *E GLM-ULT-SEQ) E NAO E POSTADO DE NOVO. SALDOS ANTERIORES DO
      *BALANCETE SAO CALCULADOS DO SALDO FINAL MENOS O MOVIMENTO DO
      *DIA, E O TRAILER SO VAI AO GLMCTL UMA VEZ, DE MODO QUE GLTBRPT
      *E GLMCTL SAEM IGUAIS AOS DE UMA EXECUCAO SEM QUEDA. A RETOMADA
      *FICA REGISTRADA NO AUDITLOG; O CHECKPOINT E LIMPO NO FIM OK.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   (ARQUIVO OPTIONAL CRIADO NA PRIMEIRA        *
      *                   EXECUCAO); O BALANCETE AGORA LISTA TAMBEM   *
      *                   AS CONTAS DO MESTRE SEM MOVIMENTO NO DIA    *
      *  2026-10-15 JLC   LAYOUT DO COACCTS SINCRONIZADO COM O COAMNT  *
      *                   (CAMPO COA-GRUPO DO PLANO DE CONTAS)         *
      *  2026-10-15 JLC   LAYOUT DO GLMCTL NO COPYBOOK GLMCREC, COM O  *
      *                   TIPO DO REGISTRO (TRAILER DO DIA EM BRANCO)  *
      *  2026-10-15 JLC   LAYOUT DO COACCTS SINCRONIZADO COM O COAMNT  *
      *                   (CAMPO COA-NATUREZA DA CONTA)                *
      *  2026-10-15 JLC   CHECKPOINT/RESTART DA POSTAGEM (GLPCKPT) -   *
      *                   APLICACAO DETALHE A DETALHE COM CARIMBO DA   *
      *                   ULTIMA SEQUENCIA POSTADA NA CONTA, RETOMADA  *
      *                   REGISTRADA NO AUDITLOG                       *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLMCTL-FILE-OUT ASSIGN TO GLMCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CKPT-FILE      ASSIGN TO GLPCKPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
       FD  TB-RPT-OUT
           RECORDING MODE IS F.
       01  TB-OUT-RECORD             PIC X(132).
       FD  GLMCTL-FILE-OUT
           RECORDING MODE IS F.
           COPY GLMCREC.
       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-RECORD.
           05  CKPT-DATA             PIC 9(08).
           05  CKPT-FASE             PIC X(01).
           05  CKPT-ULT-SEQ          PIC 9(06).
           05  CKPT-CONTAGEM         PIC 9(06).
           05  CKPT-SOMA             PIC 9(11)V99.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       77  WS-ENV-COUNT               PIC 9(06) VALUE ZERO.
       77  WS-ENV-SOMA                PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------------*
      *        CHECKPOINT/RESTART DA POSTAGEM - FASE P = POSTANDO O    *
      *        GLMAST, FASE M = TRAILER JA GRAVADO NO GLMCTL           *
      *----------------------------------------------------------------*
       77  WS-RESTARTED-SW            PIC X(01) VALUE 'N'.
           88  WS-WAS-RESTARTED           VALUE 'Y'.
       77  WS-CKPT-INTERVALO          PIC 9(03) VALUE 50.
       77  WS-CKPT-QUOCIENTE          PIC 9(06) VALUE ZERO.
       77  WS-CKPT-RESTO              PIC 9(03) VALUE ZERO.
       77  WS-CKPT-FASE               PIC X(01) VALUE 'P'.
           88  WS-CKPT-GLMCTL-GRAVADO     VALUE 'M'.
       77  WS-CKPT-ULT-SEQ            PIC 9(06) VALUE ZERO.
       77  WS-SEQ-DET                 PIC 9(06) VALUE ZERO.
       77  WS-APL-COUNT               PIC 9(06) VALUE ZERO.
       77  WS-APL-SOMA                PIC 9(11)V99 VALUE ZERO.
       77  WS-CONT-JA-APLICADOS       PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
       77  WS-PROGRAM-RC              PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW              PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                 VALUE 'Y'.
       77  WS-RETOMADA-SW             PIC X(01) VALUE 'N'.
           88  WS-RETOMADA                VALUE 'Y'.
       77  WS-MOVIDA-SW               PIC X(01) VALUE 'N'.
           88  WS-CONTA-MOVIDA            VALUE 'Y'.
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** GLPOST JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** GLPOST JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT.
           PERFORM 2000-LOAD-XMIT THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8 AND WS-WAS-RESTARTED
               PERFORM 8050-WRITE-RESTART-AUDIT THRU 8050-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-POST-GLMAST THRU 3000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8 AND NOT WS-CKPT-GLMCTL-GRAVADO
               PERFORM 3500-WRITE-MONTH-CONTROL THRU 3500-EXIT
           END-IF.
           PERFORM 4000-WRITE-TRIAL-BALANCE THRU 4000-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 2800-CLEAR-CHECKPOINT THRU 2800-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
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
           IF RUNH-PROGRAM-ID = "GLPOST"
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
      *    1500-READ-CHECKPOINT - CHECKPOINT DA MESMA DATA DE          *
      *    MOVIMENTO = RETOMADA DEPOIS DO ULTIMO DETALHE CONFIRMADO,   *
      *    COM OS TOTAIS DE CONTROLE ACUMULADOS ATE ELE; CHECKPOINT    *
      *    DE OUTRA DATA E SOBRA DE UMA EXECUCAO JA ENCERRADA          *
      *----------------------------------------------------------------*
       1500-READ-CHECKPOINT.
           MOVE 'N' TO WS-RESTARTED-SW.
           MOVE 'P' TO WS-CKPT-FASE.
           MOVE ZERO TO WS-CKPT-ULT-SEQ.
           MOVE ZERO TO WS-APL-COUNT.
           MOVE ZERO TO WS-APL-SOMA.
           OPEN INPUT CKPT-FILE.
           READ CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CKPT-DATA = WS-EFFECTIVE-RUNDATE
                       MOVE CKPT-FASE     TO WS-CKPT-FASE
                       MOVE CKPT-ULT-SEQ  TO WS-CKPT-ULT-SEQ
                       MOVE CKPT-CONTAGEM TO WS-APL-COUNT
                       MOVE CKPT-SOMA     TO WS-APL-SOMA
                       MOVE 'Y' TO WS-RESTARTED-SW
                   ELSE
                       DISPLAY "*** GLPCKPT DA DATA " CKPT-DATA
                           " IGNORADO - POSTAGEM DESDE O INICIO ***"
                   END-IF
           END-READ.
           CLOSE CKPT-FILE.
           IF WS-WAS-RESTARTED
               DISPLAY "*** GLPOST RETOMADO DEPOIS DO DETALHE "
                   WS-CKPT-ULT-SEQ " - FASE " WS-CKPT-FASE " ***"
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LOAD-XMIT - LE O GLXMIT INTEIRO, CONFERE O ENVELOPE E  *
      *    ACUMULA O MOVIMENTO POR CONTA NA TABELA; NADA VAI AO GLMAST *
      *    ANTES DE O TRAILER PROVAR O ARQUIVO                         *
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2700-WRITE-CHECKPOINT - GRAVA GLPCKPT COM A SEQUENCIA DO    *
      *    ULTIMO DETALHE APLICADO E OS TOTAIS DE CONTROLE             *
      *----------------------------------------------------------------*
       2700-WRITE-CHECKPOINT.
           MOVE SPACES TO CKPT-RECORD.
           MOVE WS-EFFECTIVE-RUNDATE TO CKPT-DATA.
           MOVE WS-CKPT-FASE TO CKPT-FASE.
           MOVE WS-SEQ-DET TO CKPT-ULT-SEQ.
           MOVE WS-APL-COUNT TO CKPT-CONTAGEM.
           MOVE WS-APL-SOMA TO CKPT-SOMA.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2800-CLEAR-CHECKPOINT - LIMPA GLPCKPT NO FIM DA POSTAGEM OK *
      *----------------------------------------------------------------*
       2800-CLEAR-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE.
           CLOSE CKPT-FILE.
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-POST-GLMAST - RELE O GLXMIT JA PROVADO E APLICA CADA   *
      *    DETALHE NO MESTRE, PULANDO NA RETOMADA OS DETALHES ATE O    *
      *    CHECKPOINT; NO FIM OS TOTAIS APLICADOS TEM QUE BATER COM O  *
      *    ENVELOPE E OS SALDOS DO BALANCETE SAO LIDOS DO MESTRE       *
      *----------------------------------------------------------------*
       3000-POST-GLMAST.
           OPEN I-O GLMAST-FILE-IO.
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-SEQ-DET.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT XMIT-FILE-IN.
           PERFORM 2100-READ-XMIT THRU 2100-EXIT.
           PERFORM 3050-POST-LOOP THRU 3050-EXIT
               UNTIL WS-EOF.
           CLOSE XMIT-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-PROGRAM-RC < 8
                   AND (WS-APL-COUNT NOT = WS-ENV-COUNT
                    OR WS-APL-SOMA NOT = WS-ENV-SOMA)
               DISPLAY "*** TOTAIS APLICADOS NO GLMAST NAO BATEM COM "
                   "O ENVELOPE - VER GLPCKPT ***"
               MOVE "GLPCKPT-TOTAIS" TO WS-ERR-FIELD-NAME
               MOVE "APLICADO <> ENV" TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 3400-SALDOS-CONTA THRU 3400-EXIT
                   VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-COUNT
           END-IF.
           CLOSE GLMAST-FILE-IO.
           IF WS-CONT-JA-APLICADOS > ZERO
               DISPLAY "GLPOST - DETALHES JA APLICADOS ANTES DA QUEDA:"
                   " " WS-CONT-JA-APLICADOS
           END-IF.
       3000-EXIT.
           EXIT.
       3050-POST-LOOP.
           IF XMIT-TIPO NOT = 'D'
               GO TO 3050-NEXT
           END-IF.
           ADD 1 TO WS-SEQ-DET.
           IF WS-SEQ-DET NOT > WS-CKPT-ULT-SEQ
               GO TO 3050-NEXT
           END-IF.
           PERFORM 3100-POST-DETALHE THRU 3100-EXIT.
           IF WS-PROGRAM-RC >= 8
               MOVE 'Y' TO WS-EOF-SW
               GO TO 3050-EXIT
           END-IF.
           ADD 1 TO WS-APL-COUNT.
           ADD XMIT-VALOR TO WS-APL-SOMA.
           DIVIDE WS-SEQ-DET BY WS-CKPT-INTERVALO
               GIVING WS-CKPT-QUOCIENTE
               REMAINDER WS-CKPT-RESTO.
           IF WS-CKPT-RESTO = ZERO
               PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
           END-IF.
       3050-NEXT.
           PERFORM 2100-READ-XMIT THRU 2100-EXIT.
       3050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-POST-DETALHE - APLICA UM DETALHE NA CONTA, A NAO SER   *
      *    QUE O CARIMBO DA CONTA MOSTRE QUE ELE JA FOI APLICADO       *
      *    DEPOIS DO ULTIMO CHECKPOINT                                 *
      *----------------------------------------------------------------*
       3100-POST-DETALHE.
           MOVE XMIT-CONTA TO GLM-ACCOUNT-CODE.
           READ GLMAST-FILE-IO
               INVALID KEY
                   PERFORM 3200-CREATE-CONTA THRU 3200-EXIT
           END-READ.
           IF WS-PROGRAM-RC >= 8
               GO TO 3100-EXIT
           END-IF.
           IF GLM-ULT-POSTAGEM IS NUMERIC
                   AND GLM-ULT-SEQ IS NUMERIC
                   AND GLM-ULT-POSTAGEM = WS-EFFECTIVE-RUNDATE
                   AND GLM-ULT-SEQ NOT < WS-SEQ-DET
               ADD 1 TO WS-CONT-JA-APLICADOS
               GO TO 3100-EXIT
           END-IF.
           IF XMIT-DC = 'D'
               ADD XMIT-VALOR TO GLM-SALDO
               ADD XMIT-VALOR TO GLM-MTD-DEBITOS
               ADD XMIT-VALOR TO GLM-YTD-DEBITOS
           ELSE
               SUBTRACT XMIT-VALOR FROM GLM-SALDO
               ADD XMIT-VALOR TO GLM-MTD-CREDITOS
               ADD XMIT-VALOR TO GLM-YTD-CREDITOS
           END-IF.
           ADD 1 TO GLM-MTD-LANCTOS.
           MOVE WS-EFFECTIVE-RUNDATE TO GLM-ULT-POSTAGEM.
           MOVE WS-SEQ-DET TO GLM-ULT-SEQ.
           REWRITE GL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA POSTAGEM DA CONTA "
           EXIT.
       3200-CREATE-CONTA.
           MOVE SPACES TO GL-MASTER-RECORD.
           MOVE XMIT-CONTA TO GLM-ACCOUNT-CODE.
           PERFORM 3300-FIND-DESCRICAO THRU 3300-EXIT.
           MOVE WS-DESC-ACHADA TO GLM-DESCRICAO.
           MOVE ZERO TO GLM-SALDO.
           MOVE ZERO TO GLM-MTD-CREDITOS.
           MOVE ZERO TO GLM-YTD-DEBITOS.
           MOVE ZERO TO GLM-YTD-CREDITOS.
           MOVE ZERO TO GLM-ULT-POSTAGEM.
           MOVE ZERO TO GLM-ULT-SEQ.
           WRITE GL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA CRIACAO DA CONTA "
                   CONTINUE
               WHEN WS-COA-IDX > WS-COA-COUNT
                   CONTINUE
               WHEN WS-COA-CODE (WS-COA-IDX) = XMIT-CONTA
                   MOVE WS-COA-DESC (WS-COA-IDX) TO WS-DESC-ACHADA
           END-SEARCH.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-SALDOS-CONTA - SALDO NOVO LIDO DO MESTRE E SALDO       *
      *    ANTERIOR = SALDO NOVO MENOS O MOVIMENTO DO DIA, O MESMO     *
      *    NUMA EXECUCAO NORMAL OU NUMA RETOMADA                       *
      *----------------------------------------------------------------*
       3400-SALDOS-CONTA.
           MOVE WS-MOV-CONTA (WS-MOV-IDX) TO GLM-ACCOUNT-CODE.
           READ GLMAST-FILE-IO
               INVALID KEY
                   DISPLAY "*** CONTA " GLM-ACCOUNT-CODE
                       " POSTADA E AUSENTE DO GLMAST ***"
                   MOVE 8 TO WS-PROGRAM-RC
               NOT INVALID KEY
                   MOVE GLM-SALDO TO WS-MOV-SALDO-NOVO (WS-MOV-IDX)
                   COMPUTE WS-MOV-SALDO-ANT (WS-MOV-IDX) = GLM-SALDO
                       - WS-MOV-DEBITOS (WS-MOV-IDX)
                       + WS-MOV-CREDITOS (WS-MOV-IDX)
           END-READ.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-WRITE-MONTH-CONTROL - GRAVA O TRAILER DO ENVELOPE DO   *
      *    DIA NO CONTROLE MENSAL (GLMCTL), PARA O FECHAMENTO DO MES   *
      *    PROVAR OS TOTAIS MTD CONTRA OS TRAILERS DIARIOS             *
      *----------------------------------------------------------------*
       3500-WRITE-MONTH-CONTROL.
           MOVE SPACES TO GLC-RECORD.
           MOVE WS-EFFECTIVE-RUNDATE TO GLC-DATA.
           MOVE WS-ENV-COUNT TO GLC-CONTAGEM.
           MOVE WS-ENV-SOMA TO GLC-SOMA.
           OPEN EXTEND GLMCTL-FILE-OUT.
           WRITE GLC-RECORD.
           CLOSE GLMCTL-FILE-OUT.
           MOVE 'M' TO WS-CKPT-FASE.
           PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8050-WRITE-RESTART-AUDIT - REGISTRA NO AUDITLOG A RETOMADA  *
      *    DA POSTAGEM A PARTIR DO CHECKPOINT                          *
      *----------------------------------------------------------------*
       8050-WRITE-RESTART-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "GLPOST" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "RETOMADA DET " WS-CKPT-ULT-SEQ
               " FASE " WS-CKPT-FASE
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE "RESTART DA POSTAGEM" TO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA ENTRADA INVALIDA EM INPTERR    *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
