      *GLPOST NO CONTROLE MENSAL (GLMCTL) E, SO COM A PROVA FECHADA,
      *ZERA OS ACUMULADORES DO MES E REINICIA O GLMCTL PARA O PERIODO
      *SEGUINTE. UM MES FORA DE PROVA ENCERRA COM RETURN-CODE 8 ANTES
      *DE QUALQUER ZERAGEM. ANTES DA ZERAGEM GRAVA TAMBEM A FOTOGRAFIA
      *DO MES FECHADO POR CONTA (GLFECH), PARA OS RELATORIOS QUE RODAM
      *DEPOIS DO FECHAMENTO (ORCADO X REALIZADO DO BUDRPT). O GLMCTL
      *REINICIADO GUARDA O REGISTRO DE FECHAMENTO DO MES (TIPO F), QUE
      *O ENCERRAMENTO DO EXERCICIO (GLYEND) EXIGE PARA DEZEMBRO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  2026-09-02 JLC   PROGRAMA INICIAL - RESUMO MENSAL POR CONTA,  *
      *                   PROVA CONTRA OS TRAILERS DIARIOS E ZERAGEM   *
      *                   DOS ACUMULADORES MTD                         *
      *  2026-10-15 JLC   FOTOGRAFIA DO MES FECHADO POR CONTA NO       *
      *                   GLFECH (MES DO ULTIMO TRAILER DO GLMCTL),    *
      *                   LIDA PELO BUDRPT DEPOIS DA ZERAGEM           *
      *  2026-10-15 JLC   LAYOUT DO GLMCTL NO COPYBOOK GLMCREC; O      *
      *                   GLMCTL REINICIADO RECEBE O REGISTRO DE       *
      *                   FECHAMENTO DO MES (TIPO F) E SO OS TRAILERS  *
      *                   DO DIA ENTRAM NA PROVA; NUMA REEXECUCAO SEM  *
      *                   TRAILERS O REGISTRO DE FECHAMENTO ANTERIOR E *
      *                   PRESERVADO                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glclose.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT   ASSIGN TO GLMERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLF-FILE-OUT   ASSIGN TO GLFECH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY GLMREC.
       FD  GLMCTL-FILE-IO
           RECORDING MODE IS F.
           COPY GLMCREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  GLF-FILE-OUT
           RECORDING MODE IS F.
           COPY GLFCREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       77  WS-PROVA-SW               PIC X(01) VALUE 'N'.
           88  WS-MES-EM-PROVA           VALUE 'Y'.
      *----------------------------------------------------------------*
      *        MES FECHADO - O DO ULTIMO TRAILER DIARIO DO GLMCTL;     *
      *        SEM TRAILER, O MES DA DATA DE EXECUCAO                  *
      *----------------------------------------------------------------*
       01  WS-ULT-DATA-MOV.
           05  WS-ULT-ANOMES             PIC 9(06) VALUE ZERO.
           05  FILLER                    PIC 9(02) VALUE ZERO.
       01  WS-ULT-DATA-MOV-N REDEFINES WS-ULT-DATA-MOV
                                     PIC 9(08).
      *----------------------------------------------------------------*
      *        REGISTRO DE FECHAMENTO ANTERIOR ENCONTRADO NO GLMCTL    *
      *----------------------------------------------------------------*
       77  WS-MARCA-DATA             PIC 9(08) VALUE ZERO.
       77  WS-MARCA-CONTAGEM         PIC 9(06) VALUE ZERO.
       77  WS-MARCA-SOMA             PIC 9(11)V99 VALUE ZERO.
       77  WS-MARCA-TIPO             PIC X(01) VALUE SPACE.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           PERFORM 2200-SUM-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE GLMCTL-FILE-IO.
           IF WS-ULT-DATA-MOV-N = ZERO
               IF WS-MARCA-DATA IS NUMERIC AND WS-MARCA-DATA > ZERO
                   MOVE WS-MARCA-DATA TO WS-ULT-DATA-MOV-N
               ELSE
                   MOVE WS-EFFECTIVE-RUNDATE TO WS-ULT-DATA-MOV-N
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
       2100-READ-GLMCTL.
       2100-EXIT.
           EXIT.
       2200-SUM-LOOP.
           IF NOT GLC-TRAILER-DIA
               MOVE GLC-DATA     TO WS-MARCA-DATA
               MOVE GLC-CONTAGEM TO WS-MARCA-CONTAGEM
               MOVE GLC-SOMA     TO WS-MARCA-SOMA
               MOVE GLC-TIPO     TO WS-MARCA-TIPO
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-CONT-DIAS.
           IF GLC-DATA IS NUMERIC AND GLC-DATA > WS-ULT-DATA-MOV-N
               MOVE GLC-DATA TO WS-ULT-DATA-MOV-N
           END-IF.
           ADD GLC-SOMA TO WS-TOT-TRAILERS.
           ADD GLC-CONTAGEM TO WS-TOT-TRL-LANCTOS.
       2200-NEXT.
           PERFORM 2100-READ-GLMCTL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-WRITE-SUMMARY.
           OPEN OUTPUT RPT-FILE-OUT.
           OPEN OUTPUT GLF-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "FECHAMENTO MENSAL DO RAZAO - DATA: "
               WS-EFFECTIVE-RUNDATE
           PERFORM 3200-SUMMARY-LOOP THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE GLMAST-FILE-IO.
           CLOSE GLF-FILE-OUT.
       3000-EXIT.
           EXIT.
       3100-READ-GLMAST.
               " LIQUIDO: " WS-LIQ-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 3300-WRITE-GLFECH THRU 3300-EXIT.
           PERFORM 3100-READ-GLMAST THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-WRITE-GLFECH - FOTOGRAFIA DA CONTA NO MES FECHADO,     *
      *    ANTES DA ZERAGEM DOS ACUMULADORES DO MES                    *
      *----------------------------------------------------------------*
       3300-WRITE-GLFECH.
           MOVE SPACES TO GLF-RECORD.
           MOVE GLM-ACCOUNT-CODE TO GLF-ACCOUNT-CODE.
           MOVE GLM-DESCRICAO    TO GLF-DESCRICAO.
           MOVE WS-ULT-ANOMES    TO GLF-ANOMES.
           MOVE GLM-SALDO        TO GLF-SALDO.
           MOVE GLM-MTD-LANCTOS  TO GLF-MTD-LANCTOS.
           MOVE GLM-MTD-DEBITOS  TO GLF-MTD-DEBITOS.
           MOVE GLM-MTD-CREDITOS TO GLF-MTD-CREDITOS.
           MOVE GLM-YTD-DEBITOS  TO GLF-YTD-DEBITOS.
           MOVE GLM-YTD-CREDITOS TO GLF-YTD-CREDITOS.
           WRITE GLF-RECORD.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-CHECK-PROVA - PROVA OS TOTAIS MTD DO MESTRE CONTRA A   *
      *    SOMA DOS TRAILERS DIARIOS DO GLMCTL; FORA DE PROVA ENCERRA  *
      *    COM RC 8 ANTES DE QUALQUER ZERAGEM                          *
           EXIT.
      *----------------------------------------------------------------*
      *    5500-RESET-GLMCTL - REINICIA O CONTROLE MENSAL PARA O       *
      *    PERIODO SEGUINTE COM O REGISTRO DE FECHAMENTO DO MES; SEM   *
      *    TRAILERS NO PERIODO (REEXECUCAO) O REGISTRO ANTERIOR E      *
      *    REGRAVADO COMO ESTAVA                                       *
      *----------------------------------------------------------------*
       5500-RESET-GLMCTL.
           OPEN OUTPUT GLMCTL-FILE-IO.
           MOVE SPACES TO GLC-RECORD.
           IF WS-CONT-DIAS = ZERO AND WS-MARCA-TIPO NOT = SPACE
               MOVE WS-MARCA-DATA     TO GLC-DATA
               MOVE WS-MARCA-CONTAGEM TO GLC-CONTAGEM
               MOVE WS-MARCA-SOMA     TO GLC-SOMA
               MOVE WS-MARCA-TIPO     TO GLC-TIPO
           ELSE
               MOVE WS-ULT-DATA-MOV-N  TO GLC-DATA
               MOVE WS-TOT-TRL-LANCTOS TO GLC-CONTAGEM
               MOVE WS-TOT-TRAILERS    TO GLC-SOMA
               MOVE 'F'                TO GLC-TIPO
           END-IF.
           WRITE GLC-RECORD.
           CLOSE GLMCTL-FILE-IO.
       5500-EXIT.
           EXIT.
