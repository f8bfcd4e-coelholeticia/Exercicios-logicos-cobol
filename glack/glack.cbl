      *CONCILIACAO DAS CONFIRMACOES (ACK) DO RAZAO CORPORATIVO PARA OS
      *ARQUIVOS TRANSMITIDOS (GLXMIT). O GRUPO DO RAZAO CORPORATIVO
      *DEVOLVE NO GLXACK, POR DATA DE MOVIMENTO, A CONTAGEM E O VALOR
      *QUE CONTABILIZOU. CADA CONFIRMACAO E CONFRONTADA COM O TRAILER
      *DO DIA GRAVADO PELO GLPOST NO CONTROLE MENSAL (GLMCTL). COMO O
      *FECHAMENTO MENSAL (GLCLOSE) LIMPA O GLMCTL, OS DIAS TRANSMITIDOS
      *FICAM GUARDADOS NO HISTORICO PROPRIO GLACKHST (PENDENTE,
      *CONFIRMADO OU DIVERGENTE) ATE SEREM CONFIRMADOS; DIA CONFIRMADO
      *SAI DO HISTORICO QUANDO SAI DO GLMCTL. O RELATORIO GLACKRPT
      *LISTA OS DIAS CONFIRMADOS NESTA EXECUCAO, OS DIVERGENTES
      *(CONTAGEM OU VALOR DIFERENTE, OU CONFIRMACAO DE DIA QUE NAO FOI
      *TRANSMITIDO), OS SEM CONFIRMACAO HA MAIS DIAS UTEIS (PROCCAL) DO
      *QUE O LIMITE DO ACKPARM E OS QUE AINDA ESTAO NO PRAZO.
      *DIVERGENCIA NOVA ENCERRA COM RC 8; DIA VENCIDO SEM CONFIRMACAO
      *OU DIVERGENCIA ANTIGA AINDA NAO RESOLVIDA ENCERRA COM RC 4.
      *COM O MODO 'C' NO PARM O PROGRAMA SO CAPTURA: JUNTA OS TRAILERS
      *DO GLMCTL AO GLACKHST, SEM LER CONFIRMACOES NEM EMITIR O
      *RELATORIO. O MONTHEND RODA A CAPTURA ANTES DO GLCLOSE, PARA QUE
      *OS ULTIMOS DIAS TRANSMITIDOS NO MES NAO SE PERCAM NA ZERAGEM DO
      *GLMCTL.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - CONCILIACAO DAS           *
      *                   CONFIRMACOES DO RAZAO CORPORATIVO CONTRA OS  *
      *                   TRAILERS DIARIOS DO GLMCTL                   *
      *  2026-10-15 JLC   MODO 'C' NO PARM SO CAPTURA OS TRAILERS DO   *
      *                   GLMCTL NO GLACKHST, PARA O MONTHEND RODAR    *
      *                   ANTES DA ZERAGEM DO GLCLOSE                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glack.
       AUTHOR. J L COELHO.
       INSTALLATION. FOLHA DE PAGAMENTO - CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE-IN    ASSIGN TO GLXACK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLMCTL-FILE-IN ASSIGN TO GLMCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HST-FILE       ASSIGN TO GLACKHST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAL-FILE-IN    ASSIGN TO PROCCAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACKP-FILE-IN   ASSIGN TO ACKPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT   ASSIGN TO GLACKRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  GLXACK - UMA CONFIRMACAO POR DATA DE MOVIMENTO CONTABILIZADA  *
      *----------------------------------------------------------------*
       FD  ACK-FILE-IN
           RECORDING MODE IS F.
       01  ACK-RECORD.
           05  ACK-DATA              PIC 9(08).
           05  ACK-CONTAGEM          PIC 9(06).
           05  ACK-SOMA              PIC 9(11)V99.
       FD  GLMCTL-FILE-IN
           RECORDING MODE IS F.
           COPY GLMCREC.
      *----------------------------------------------------------------*
      *  GLACKHST - DIAS TRANSMITIDOS AINDA NO GLMCTL OU AINDA SEM     *
      *  CONFIRMACAO CORRETA                                           *
      *----------------------------------------------------------------*
       FD  HST-FILE
           RECORDING MODE IS F.
       01  HST-RECORD.
           05  HST-DATA              PIC 9(08).
           05  HST-CONTAGEM          PIC 9(06).
           05  HST-SOMA              PIC 9(11)V99.
           05  HST-STATUS            PIC X(01).
               88  HST-PENDENTE          VALUE 'P'.
               88  HST-CONFIRMADO        VALUE 'A'.
               88  HST-DIVERGENTE        VALUE 'D'.
           05  HST-ACK-CONTAGEM      PIC 9(06).
           05  HST-ACK-SOMA          PIC 9(11)V99.
           05  HST-DATA-ACK          PIC 9(08).
       FD  CAL-FILE-IN
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATA              PIC 9(08).
       FD  ACKP-FILE-IN
           RECORDING MODE IS F.
       01  ACKP-RECORD.
           05  ACKP-DIAS-UTEIS       PIC 9(02).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        DIAS TRANSMITIDOS (HISTORICO + GLMCTL) EM TABELA        *
      *----------------------------------------------------------------*
       01  WS-DIA-TABLE.
           05  WS-DIA-ENTRY OCCURS 300 TIMES INDEXED BY WS-DIA-IDX.
               10  WS-DIA-DATA           PIC 9(08).
               10  WS-DIA-CONTAGEM       PIC 9(06).
               10  WS-DIA-SOMA           PIC 9(11)V99.
               10  WS-DIA-STATUS         PIC X(01).
                   88  WS-DIA-PENDENTE       VALUE 'P'.
                   88  WS-DIA-CONFIRMADO     VALUE 'A'.
                   88  WS-DIA-DIVERGENTE     VALUE 'D'.
                   88  WS-DIA-SEM-XMIT       VALUE 'X'.
               10  WS-DIA-ACK-CONTAGEM   PIC 9(06).
               10  WS-DIA-ACK-SOMA       PIC 9(11)V99.
               10  WS-DIA-DATA-ACK       PIC 9(08).
               10  WS-DIA-NO-GLMCTL      PIC X(01).
               10  WS-DIA-ACK-HOJE       PIC X(01).
               10  WS-DIA-UTEIS          PIC 9(03).
       77  WS-DIA-COUNT               PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
      *        PARAMETROS E TOTAIS                                     *
      *----------------------------------------------------------------*
       77  WS-DIAS-LIMITE            PIC 9(02) VALUE 3.
       77  WS-SECAO                  PIC X(01) VALUE SPACE.
           88  WS-SECAO-CONFIRMADOS      VALUE 'A'.
           88  WS-SECAO-DIVERGENTES      VALUE 'D'.
           88  WS-SECAO-VENCIDOS         VALUE 'V'.
           88  WS-SECAO-NO-PRAZO         VALUE 'P'.
       77  WS-LINHAS-SECAO           PIC 9(03) VALUE ZERO.
       77  WS-CONT-ACKS              PIC 9(05) VALUE ZERO.
       77  WS-CONT-CONFIRMADOS       PIC 9(03) VALUE ZERO.
       77  WS-CONT-DIVERG-NOVAS      PIC 9(03) VALUE ZERO.
       77  WS-CONT-DIVERG-ANTIGAS    PIC 9(03) VALUE ZERO.
       77  WS-CONT-VENCIDOS          PIC 9(03) VALUE ZERO.
       77  WS-CONT-NO-PRAZO          PIC 9(03) VALUE ZERO.
       77  WS-SOMA-ED                PIC ZZZZZZZZZZ9.99.
       77  WS-ACK-SOMA-ED            PIC ZZZZZZZZZZ9.99.
       77  WS-CONTAGEM-ED            PIC ZZZZZ9.
       77  WS-ACK-CONTAGEM-ED        PIC ZZZZZ9.
       77  WS-UTEIS-ED               PIC ZZ9.
       77  WS-OBS                    PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ACHOU-SW               PIC X(01) VALUE 'N'.
           88  WS-ACHOU                  VALUE 'Y'.
       77  WS-CAPTURA-SW             PIC X(01) VALUE 'N'.
           88  WS-SO-CAPTURA             VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-HISTORICO THRU 2000-EXIT.
           PERFORM 2500-LOAD-GLMCTL THRU 2500-EXIT.
           IF NOT WS-SO-CAPTURA
               PERFORM 3000-APPLY-ACKS THRU 3000-EXIT
               PERFORM 4000-COUNT-DIAS-UTEIS THRU 4000-EXIT
               PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
           END-IF.
           PERFORM 6000-REWRITE-HISTORICO THRU 6000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO, *
      *                      O MODO DE CAPTURA E O PRAZO EM DIAS UTEIS *
      *                      DO ACKPARM                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-PROGRAM-RC.
           MOVE 'N' TO WS-CAPTURA-SW.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               IF RUN-PARM-LEN >= 17 AND RUN-PARM-MODE = 'C'
                   MOVE 'Y' TO WS-CAPTURA-SW
               END-IF
               PERFORM 1300-READ-BUSDATE THRU 1300-EXIT
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
           END-IF.
           IF NOT WS-SO-CAPTURA
               PERFORM 1500-LOAD-PARAMETROS THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-READ-BUSDATE - A DATA DE NEGOCIO DO ARQUIVO DE         *
      *    CONTROLE, QUANDO PRESENTE, PREVALECE SOBRE A DATA DO PARM   *
      *----------------------------------------------------------------*
       1300-READ-BUSDATE.
           OPEN INPUT BUSDATE-FILE-IN.
           READ BUSDATE-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUS-DATA IS NUMERIC AND BUS-DATA > ZERO
                       MOVE BUS-DATA TO WS-EFFECTIVE-RUNDATE
                   END-IF
           END-READ.
           CLOSE BUSDATE-FILE-IN.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-PARAMETROS - PRAZO EM DIAS UTEIS PARA A           *
      *    CONFIRMACAO; SEM ACKPARM VALIDO VALE O PADRAO DE 3 DIAS     *
      *----------------------------------------------------------------*
       1500-LOAD-PARAMETROS.
           OPEN INPUT ACKP-FILE-IN.
           READ ACKP-FILE-IN
               AT END
                   MOVE SPACES TO ACKP-RECORD
           END-READ.
           CLOSE ACKP-FILE-IN.
           IF ACKP-DIAS-UTEIS IS NUMERIC AND ACKP-DIAS-UTEIS > ZERO
               MOVE ACKP-DIAS-UTEIS TO WS-DIAS-LIMITE
           ELSE
               DISPLAY "*** ACKPARM SEM PRAZO VALIDO - USADO O "
                   "PADRAO DE 3 DIAS UTEIS ***"
               MOVE "ACKP-DIAS-UTEIS" TO WS-ERR-FIELD-NAME
               MOVE ACKP-RECORD TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LOAD-HISTORICO - DIAS AINDA ACOMPANHADOS DAS EXECUCOES *
      *    ANTERIORES                                                  *
      *----------------------------------------------------------------*
       2000-LOAD-HISTORICO.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HST-FILE.
           PERFORM 2100-READ-HST THRU 2100-EXIT.
           PERFORM 2200-LOAD-HST-ENTRY THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE HST-FILE.
           MOVE 'N' TO WS-EOF-SW.
       2000-EXIT.
           EXIT.
       2100-READ-HST.
           READ HST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-LOAD-HST-ENTRY.
           IF WS-DIA-COUNT < 300
               ADD 1 TO WS-DIA-COUNT
               SET WS-DIA-IDX TO WS-DIA-COUNT
               MOVE HST-DATA         TO WS-DIA-DATA (WS-DIA-IDX)
               MOVE HST-CONTAGEM     TO WS-DIA-CONTAGEM (WS-DIA-IDX)
               MOVE HST-SOMA         TO WS-DIA-SOMA (WS-DIA-IDX)
               MOVE HST-STATUS       TO WS-DIA-STATUS (WS-DIA-IDX)
               MOVE HST-ACK-CONTAGEM TO WS-DIA-ACK-CONTAGEM (WS-DIA-IDX)
               MOVE HST-ACK-SOMA     TO WS-DIA-ACK-SOMA (WS-DIA-IDX)
               MOVE HST-DATA-ACK     TO WS-DIA-DATA-ACK (WS-DIA-IDX)
               MOVE 'N'              TO WS-DIA-NO-GLMCTL (WS-DIA-IDX)
               MOVE 'N'              TO WS-DIA-ACK-HOJE (WS-DIA-IDX)
               MOVE ZERO             TO WS-DIA-UTEIS (WS-DIA-IDX)
           ELSE
               DISPLAY "*** GLACKHST TEM MAIS DE 300 DIAS - "
                   HST-DATA " IGNORADO ***"
               MOVE "HST-DATA" TO WS-ERR-FIELD-NAME
               MOVE HST-DATA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-IF.
           PERFORM 2100-READ-HST THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LOAD-GLMCTL - CADA TRAILER DIARIO DO MES CORRENTE;     *
      *    DIA AINDA NAO ACOMPANHADO ENTRA COMO PENDENTE. O REGISTRO   *
      *    DE FECHAMENTO DO MES NAO E TRAILER E FICA DE FORA           *
      *----------------------------------------------------------------*
       2500-LOAD-GLMCTL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GLMCTL-FILE-IN.
           PERFORM 2550-READ-GLMCTL THRU 2550-EXIT.
           PERFORM 2600-MERGE-TRAILER THRU 2600-EXIT
               UNTIL WS-EOF.
           CLOSE GLMCTL-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       2500-EXIT.
           EXIT.
       2550-READ-GLMCTL.
           READ GLMCTL-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2550-EXIT.
           EXIT.
       2600-MERGE-TRAILER.
           IF NOT GLC-TRAILER-DIA
               GO TO 2600-NEXT
           END-IF.
           MOVE GLC-DATA TO ACK-DATA.
           PERFORM 2700-FIND-DIA THRU 2700-EXIT.
           IF WS-ACHOU
               MOVE 'Y' TO WS-DIA-NO-GLMCTL (WS-DIA-IDX)
               GO TO 2600-NEXT
           END-IF.
           IF WS-DIA-COUNT < 300
               ADD 1 TO WS-DIA-COUNT
               SET WS-DIA-IDX TO WS-DIA-COUNT
               MOVE GLC-DATA     TO WS-DIA-DATA (WS-DIA-IDX)
               MOVE GLC-CONTAGEM TO WS-DIA-CONTAGEM (WS-DIA-IDX)
               MOVE GLC-SOMA     TO WS-DIA-SOMA (WS-DIA-IDX)
               MOVE 'P'          TO WS-DIA-STATUS (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-ACK-CONTAGEM (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-ACK-SOMA (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-DATA-ACK (WS-DIA-IDX)
               MOVE 'Y'          TO WS-DIA-NO-GLMCTL (WS-DIA-IDX)
               MOVE 'N'          TO WS-DIA-ACK-HOJE (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-UTEIS (WS-DIA-IDX)
           ELSE
               DISPLAY "*** MAIS DE 300 DIAS ACOMPANHADOS - "
                   GLC-DATA " FORA DA CONCILIACAO ***"
               MOVE "GLC-DATA" TO WS-ERR-FIELD-NAME
               MOVE GLC-DATA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-IF.
       2600-NEXT.
           PERFORM 2550-READ-GLMCTL THRU 2550-EXIT.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2700-FIND-DIA - PROCURA NA TABELA A DATA EM ACK-DATA        *
      *----------------------------------------------------------------*
       2700-FIND-DIA.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-DIA-COUNT = ZERO
               GO TO 2700-EXIT
           END-IF.
           SET WS-DIA-IDX TO 1.
           SEARCH WS-DIA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DIA-IDX > WS-DIA-COUNT
                   CONTINUE
               WHEN WS-DIA-DATA (WS-DIA-IDX) = ACK-DATA
                   MOVE 'Y' TO WS-ACHOU-SW
           END-SEARCH.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-APPLY-ACKS - CONFRONTA CADA CONFIRMACAO DO GLXACK COM  *
      *    O DIA TRANSMITIDO                                           *
      *----------------------------------------------------------------*
       3000-APPLY-ACKS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACK-FILE-IN.
           PERFORM 3100-READ-ACK THRU 3100-EXIT.
           PERFORM 3200-MATCH-ACK THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE ACK-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       3000-EXIT.
           EXIT.
       3100-READ-ACK.
           READ ACK-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.
       3200-MATCH-ACK.
           IF ACK-DATA NOT NUMERIC OR ACK-CONTAGEM NOT NUMERIC
                   OR ACK-SOMA NOT NUMERIC
               DISPLAY "*** CONFIRMACAO INVALIDA NO GLXACK - "
                   ACK-RECORD " ***"
               MOVE "ACK-RECORD" TO WS-ERR-FIELD-NAME
               MOVE ACK-RECORD TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 3200-NEXT
           END-IF.
           ADD 1 TO WS-CONT-ACKS.
           PERFORM 2700-FIND-DIA THRU 2700-EXIT.
           IF NOT WS-ACHOU
               PERFORM 3300-ACK-SEM-XMIT THRU 3300-EXIT
               GO TO 3200-NEXT
           END-IF.
           MOVE ACK-CONTAGEM TO WS-DIA-ACK-CONTAGEM (WS-DIA-IDX).
           MOVE ACK-SOMA TO WS-DIA-ACK-SOMA (WS-DIA-IDX).
           MOVE WS-EFFECTIVE-RUNDATE TO WS-DIA-DATA-ACK (WS-DIA-IDX).
           MOVE 'Y' TO WS-DIA-ACK-HOJE (WS-DIA-IDX).
           IF ACK-CONTAGEM = WS-DIA-CONTAGEM (WS-DIA-IDX)
                   AND ACK-SOMA = WS-DIA-SOMA (WS-DIA-IDX)
               MOVE 'A' TO WS-DIA-STATUS (WS-DIA-IDX)
           ELSE
               MOVE 'D' TO WS-DIA-STATUS (WS-DIA-IDX)
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-ACK THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-ACK-SEM-XMIT - CONFIRMACAO DE DIA QUE NAO CONSTA COMO  *
      *    TRANSMITIDO: ENTRA NA TABELA SO PARA O RELATORIO            *
      *----------------------------------------------------------------*
       3300-ACK-SEM-XMIT.
           IF WS-DIA-COUNT < 300
               ADD 1 TO WS-DIA-COUNT
               SET WS-DIA-IDX TO WS-DIA-COUNT
               MOVE ACK-DATA     TO WS-DIA-DATA (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-CONTAGEM (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-SOMA (WS-DIA-IDX)
               MOVE 'X'          TO WS-DIA-STATUS (WS-DIA-IDX)
               MOVE ACK-CONTAGEM TO WS-DIA-ACK-CONTAGEM (WS-DIA-IDX)
               MOVE ACK-SOMA     TO WS-DIA-ACK-SOMA (WS-DIA-IDX)
               MOVE WS-EFFECTIVE-RUNDATE
                                 TO WS-DIA-DATA-ACK (WS-DIA-IDX)
               MOVE 'N'          TO WS-DIA-NO-GLMCTL (WS-DIA-IDX)
               MOVE 'Y'          TO WS-DIA-ACK-HOJE (WS-DIA-IDX)
               MOVE ZERO         TO WS-DIA-UTEIS (WS-DIA-IDX)
           ELSE
               DISPLAY "*** CONFIRMACAO DE " ACK-DATA " SEM "
                   "TRANSMISSAO E SEM ESPACO NA TABELA ***"
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-COUNT-DIAS-UTEIS - PARA CADA DIA NAO CONFIRMADO, CONTA *
      *    AS DATAS HABEIS DO PROCCAL DEPOIS DELE ATE A DATA DE        *
      *    NEGOCIO                                                     *
      *----------------------------------------------------------------*
       4000-COUNT-DIAS-UTEIS.
           IF WS-DIA-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CAL-FILE-IN.
           PERFORM 4100-READ-CAL THRU 4100-EXIT.
           PERFORM 4200-CONTA-DATA THRU 4200-EXIT
               UNTIL WS-EOF.
           CLOSE CAL-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       4000-EXIT.
           EXIT.
       4100-READ-CAL.
           READ CAL-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4100-EXIT.
           EXIT.
       4200-CONTA-DATA.
           IF CAL-DATA IS NUMERIC
                   AND CAL-DATA NOT > WS-EFFECTIVE-RUNDATE
               PERFORM 4300-SOMA-DIA-UTIL THRU 4300-EXIT
                   VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-COUNT
           END-IF.
           PERFORM 4100-READ-CAL THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-SOMA-DIA-UTIL.
           IF WS-DIA-PENDENTE (WS-DIA-IDX)
                   AND CAL-DATA > WS-DIA-DATA (WS-DIA-IDX)
                   AND WS-DIA-UTEIS (WS-DIA-IDX) < 999
               ADD 1 TO WS-DIA-UTEIS (WS-DIA-IDX)
           END-IF.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-REPORT - UMA SECAO POR SITUACAO, NA ORDEM:       *
      *    DIVERGENTES, VENCIDOS, CONFIRMADOS HOJE E NO PRAZO          *
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONCILIACAO DAS CONFIRMACOES DO RAZAO CORPORATIVO"
               " - DATA: " WS-EFFECTIVE-RUNDATE
               " OPERADOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "PRAZO PARA CONFIRMACAO: " WS-DIAS-LIMITE
               " DIAS UTEIS - CONFIRMACOES LIDAS: " WS-CONT-ACKS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 'D' TO WS-SECAO.
           MOVE "DIAS COM DIVERGENCIA" TO WS-OBS.
           PERFORM 5100-WRITE-SECAO THRU 5100-EXIT.
           MOVE 'V' TO WS-SECAO.
           MOVE "DIAS SEM CONFIRMACAO NO PRAZO" TO WS-OBS.
           PERFORM 5100-WRITE-SECAO THRU 5100-EXIT.
           MOVE 'A' TO WS-SECAO.
           MOVE "DIAS CONFIRMADOS NESTA EXECUCAO" TO WS-OBS.
           PERFORM 5100-WRITE-SECAO THRU 5100-EXIT.
           MOVE 'P' TO WS-SECAO.
           MOVE "DIAS AGUARDANDO CONFIRMACAO" TO WS-OBS.
           PERFORM 5100-WRITE-SECAO THRU 5100-EXIT.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONFIRMADOS: " WS-CONT-CONFIRMADOS
               " DIVERGENTES NOVOS: " WS-CONT-DIVERG-NOVAS
               " DIVERGENTES ANTIGOS: " WS-CONT-DIVERG-ANTIGAS
               " VENCIDOS: " WS-CONT-VENCIDOS
               " NO PRAZO: " WS-CONT-NO-PRAZO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-CONT-DIVERG-NOVAS > ZERO
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
           IF (WS-CONT-DIVERG-ANTIGAS > ZERO
                   OR WS-CONT-VENCIDOS > ZERO)
                   AND WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           EVALUATE TRUE
               WHEN WS-PROGRAM-RC >= 8
                   MOVE "*** DIVERGENCIA COM O RAZAO CORPORATIVO - "
                       TO RPT-OUT-RECORD
                   MOVE "ACIONAR O GRUPO CORPORATIVO ***"
                       TO RPT-OUT-RECORD (43:31)
               WHEN WS-PROGRAM-RC >= 4
                   MOVE "*** HA DIAS A COBRAR DO RAZAO CORPORATIVO ***"
                       TO RPT-OUT-RECORD
               WHEN OTHER
                   MOVE "TRANSMISSOES CONCILIADAS" TO RPT-OUT-RECORD
           END-EVALUATE.
           WRITE RPT-OUT-RECORD.
           CLOSE RPT-FILE-OUT.
           DISPLAY "GLACK ENCERRADO - CONFIRMADOS: "
               WS-CONT-CONFIRMADOS " DIVERGENTES: "
               WS-CONT-DIVERG-NOVAS " VENCIDOS: " WS-CONT-VENCIDOS.
       5000-EXIT.
           EXIT.
       5100-WRITE-SECAO.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-OBS TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE ZERO TO WS-LINHAS-SECAO.
           PERFORM 5200-CHECK-DIA THRU 5200-EXIT
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-COUNT.
           IF WS-LINHAS-SECAO = ZERO
               MOVE "   NENHUM" TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5200-CHECK-DIA - O DIA ENTRA NA SECAO CORRENTE?             *
      *----------------------------------------------------------------*
       5200-CHECK-DIA.
           MOVE SPACES TO WS-OBS.
           EVALUATE TRUE
               WHEN WS-SECAO-DIVERGENTES
                   IF WS-DIA-SEM-XMIT (WS-DIA-IDX)
                       MOVE "CONFIRMADO SEM TRANSMISSAO" TO WS-OBS
                       ADD 1 TO WS-CONT-DIVERG-NOVAS
                   ELSE
                       IF NOT WS-DIA-DIVERGENTE (WS-DIA-IDX)
                           GO TO 5200-EXIT
                       END-IF
                       IF WS-DIA-ACK-HOJE (WS-DIA-IDX) = 'Y'
                           MOVE "CONTAGEM/VALOR DIFERENTE" TO WS-OBS
                           ADD 1 TO WS-CONT-DIVERG-NOVAS
                       ELSE
                           MOVE "DIVERGENCIA ANTERIOR PENDENTE"
                               TO WS-OBS
                           ADD 1 TO WS-CONT-DIVERG-ANTIGAS
                       END-IF
                   END-IF
               WHEN WS-SECAO-VENCIDOS
                   IF NOT WS-DIA-PENDENTE (WS-DIA-IDX)
                           OR WS-DIA-UTEIS (WS-DIA-IDX)
                               NOT > WS-DIAS-LIMITE
                       GO TO 5200-EXIT
                   END-IF
                   MOVE "*** SEM CONFIRMACAO" TO WS-OBS
                   ADD 1 TO WS-CONT-VENCIDOS
               WHEN WS-SECAO-CONFIRMADOS
                   IF NOT WS-DIA-CONFIRMADO (WS-DIA-IDX)
                           OR WS-DIA-ACK-HOJE (WS-DIA-IDX) NOT = 'Y'
                       GO TO 5200-EXIT
                   END-IF
                   ADD 1 TO WS-CONT-CONFIRMADOS
               WHEN WS-SECAO-NO-PRAZO
                   IF NOT WS-DIA-PENDENTE (WS-DIA-IDX)
                           OR WS-DIA-UTEIS (WS-DIA-IDX)
                               > WS-DIAS-LIMITE
                       GO TO 5200-EXIT
                   END-IF
                   ADD 1 TO WS-CONT-NO-PRAZO
           END-EVALUATE.
           ADD 1 TO WS-LINHAS-SECAO.
           PERFORM 5300-WRITE-DIA-LINE THRU 5300-EXIT.
       5200-EXIT.
           EXIT.
       5300-WRITE-DIA-LINE.
           MOVE WS-DIA-CONTAGEM (WS-DIA-IDX) TO WS-CONTAGEM-ED.
           MOVE WS-DIA-SOMA (WS-DIA-IDX) TO WS-SOMA-ED.
           MOVE WS-DIA-UTEIS (WS-DIA-IDX) TO WS-UTEIS-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-SECAO-VENCIDOS OR WS-SECAO-NO-PRAZO
               STRING "   MOVIMENTO " WS-DIA-DATA (WS-DIA-IDX)
                   " ENVIADO: " WS-CONTAGEM-ED " " WS-SOMA-ED
                   " DIAS UTEIS: " WS-UTEIS-ED " " WS-OBS
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               MOVE WS-DIA-ACK-CONTAGEM (WS-DIA-IDX)
                   TO WS-ACK-CONTAGEM-ED
               MOVE WS-DIA-ACK-SOMA (WS-DIA-IDX) TO WS-ACK-SOMA-ED
               STRING "   MOVIMENTO " WS-DIA-DATA (WS-DIA-IDX)
                   " ENVIADO: " WS-CONTAGEM-ED " " WS-SOMA-ED
                   " CONTABILIZADO: " WS-ACK-CONTAGEM-ED " "
                   WS-ACK-SOMA-ED " " WS-OBS
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-REWRITE-HISTORICO - REGRAVA O GLACKHST SEM OS DIAS     *
      *    CONFIRMADOS QUE JA SAIRAM DO GLMCTL E SEM AS CONFIRMACOES   *
      *    DE DIAS NAO TRANSMITIDOS (JA RELATADAS)                     *
      *----------------------------------------------------------------*
       6000-REWRITE-HISTORICO.
           OPEN OUTPUT HST-FILE.
           PERFORM 6100-WRITE-HST-ENTRY THRU 6100-EXIT
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > WS-DIA-COUNT.
           CLOSE HST-FILE.
       6000-EXIT.
           EXIT.
       6100-WRITE-HST-ENTRY.
           IF WS-DIA-SEM-XMIT (WS-DIA-IDX)
               GO TO 6100-EXIT
           END-IF.
           IF WS-DIA-CONFIRMADO (WS-DIA-IDX)
                   AND WS-DIA-NO-GLMCTL (WS-DIA-IDX) = 'N'
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-DIA-DATA (WS-DIA-IDX)         TO HST-DATA.
           MOVE WS-DIA-CONTAGEM (WS-DIA-IDX)     TO HST-CONTAGEM.
           MOVE WS-DIA-SOMA (WS-DIA-IDX)         TO HST-SOMA.
           MOVE WS-DIA-STATUS (WS-DIA-IDX)       TO HST-STATUS.
           MOVE WS-DIA-ACK-CONTAGEM (WS-DIA-IDX) TO HST-ACK-CONTAGEM.
           MOVE WS-DIA-ACK-SOMA (WS-DIA-IDX)     TO HST-ACK-SOMA.
           MOVE WS-DIA-DATA-ACK (WS-DIA-IDX)     TO HST-DATA-ACK.
           WRITE HST-RECORD.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "GLACK" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "ACK " WS-CONT-ACKS
               " OK " WS-CONT-CONFIRMADOS
               " DV " WS-CONT-DIVERG-NOVAS
               " VC " WS-CONT-VENCIDOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           EVALUATE TRUE
               WHEN WS-SO-CAPTURA
                   MOVE "CAPTURA DO GLMCTL" TO AUDIT-RESULT
               WHEN WS-PROGRAM-RC >= 8
                   MOVE "DIVERGENCIA NO ACK" TO AUDIT-RESULT
               WHEN WS-PROGRAM-RC >= 4
                   MOVE "ACK PENDENTE" TO AUDIT-RESULT
               WHEN OTHER
                   MOVE "ACK CONCILIADO" TO AUDIT-RESULT
           END-EVALUATE.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA ENTRADA INVALIDA EM INPTERR    *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "GLACK" TO ERROR-PROGRAM-ID.
           MOVE WS-ERR-FIELD-NAME TO ERROR-FIELD-NAME.
           MOVE WS-ERR-BAD-VALUE TO ERROR-BAD-VALUE.
           MOVE WS-EFFECTIVE-RUNDATE TO ERROR-DATA.
           ACCEPT ERROR-HORA FROM TIME.
           OPEN EXTEND ERROR-FILE-OUT.
           WRITE ERROR-RECORD.
           CLOSE ERROR-FILE-OUT.
           IF WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-SO-CAPTURA
               DISPLAY "GLACK - CAPTURA DO GLMCTL NO GLACKHST - DIAS "
                   "ACOMPANHADOS: " WS-DIA-COUNT
           END-IF.
       9999-EXIT.
           EXIT.
       END PROGRAM glack.
