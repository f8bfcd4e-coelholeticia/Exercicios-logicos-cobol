      *ENCERRAMENTO DO EXERCICIO DO RAZAO PROPRIO. SO RODA SOBRE O
      *FECHAMENTO DE DEZEMBRO: O GLMCTL TEM DE TRAZER O REGISTRO DE
      *FECHAMENTO DO MES (TIPO F) GRAVADO PELO GLCLOSE COM DATA DE
      *DEZEMBRO E NENHUM TRAILER DIARIO DEPOIS DELE (MOVIMENTO DO ANO
      *NOVO JA POSTADO NO GLMAST SERIA ZERADO JUNTO COM O ANO VELHO).
      *ZERA O SALDO DE CADA CONTA DE RECEITA (NATUREZA R) E DE DESPESA
      *(NATUREZA D) DO PLANO DE CONTAS (COACCTS), TRANSFERINDO O
      *RESULTADO DO EXERCICIO PARA A CONTA DE RESULTADO ACUMULADO
      *(NATUREZA X, UMA SO NO PLANO), ZERA OS ACUMULADORES DO ANO (YTD)
      *DE TODAS AS CONTAS DO GLMAST, GRAVA OS SALDOS DE ABERTURA DO
      *EXERCICIO SEGUINTE NO GLABERT E EMITE O RELATORIO DE
      *ENCERRAMENTO (GLYERPT) COM OS LANCAMENTOS DE ENCERRAMENTO, OS
      *SALDOS DE ABERTURA, A PROVA DA SOMA DOS SALDOS ANTES E DEPOIS E
      *O CAMPO DE VISTO DO CONTADOR E DO AUDITOR. CONCLUIDO, MARCA O
      *REGISTRO DO GLMCTL COMO ANO ENCERRADO (TIPO A), O QUE IMPEDE UMA
      *SEGUNDA EXECUCAO. ANTES DA PRIMEIRA REGRAVACAO TODAS AS CONTAS
      *DO GLMAST SAO LIDAS E CONFERIDAS (LEITURA SEM ERRO NEM BLOQUEIO
      *E SALDOS NUMERICOS), ASSIM COMO A CONTA DE RESULTADO ACUMULADO.
      *QUALQUER RECUSA ENCERRA COM RC 8 SEM TOCAR O MESTRE; ERRO DE
      *REGRAVACAO NO MEIO DA VARREDURA PARA NA CONTA E O RELATORIO
      *APONTA AS CONTAS JA ENCERRADAS. CONTA DO GLMAST FORA DO PLANO
      *FICA SEM ENCERRAMENTO, VAI PARA O INPTERR E ENCERRA COM RC 4.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - ENCERRAMENTO DO EXERCICIO *
      *                   COM TRANSFERENCIA DO RESULTADO, ZERAGEM DO   *
      *                   YTD E SALDOS DE ABERTURA                     *
      *  2026-10-15 JLC   CONTA CRIADA NO GLMAST COM O CARIMBO DA      *
      *                   ULTIMA POSTAGEM (GLM-ULT-POSTAGEM E          *
      *                   GLM-ULT-SEQ) ZERADO                          *
      *  2026-10-15 JLC   CONFERENCIA DE TODAS AS CONTAS DO GLMAST     *
      *                   ANTES DA PRIMEIRA REGRAVACAO; ERRO NO MEIO   *
      *                   DA VARREDURA PARA E LISTA AS JA ENCERRADAS   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glyend.
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
           SELECT OPTIONAL GLMAST-FILE-IO ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-ACCOUNT-CODE
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT OPTIONAL GLMCTL-FILE-IO ASSIGN TO GLMCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COA-FILE-IN ASSIGN TO COACCTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLA-FILE-OUT   ASSIGN TO GLABERT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT   ASSIGN TO GLYERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLMAST-FILE-IO.
           COPY GLMREC.
       FD  GLMCTL-FILE-IO
           RECORDING MODE IS F.
           COPY GLMCREC.
       FD  COA-FILE-IN
           RECORDING MODE IS F.
       01  COA-IN-RECORD.
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
      *----------------------------------------------------------------*
      *  GLABERT - SALDO DE ABERTURA DO EXERCICIO SEGUINTE POR CONTA   *
      *----------------------------------------------------------------*
       FD  GLA-FILE-OUT
           RECORDING MODE IS F.
       01  GLA-RECORD.
           05  GLA-ACCOUNT-CODE      PIC X(06).
           05  GLA-DESCRICAO         PIC X(30).
           05  GLA-NATUREZA          PIC X(01).
           05  GLA-ANO               PIC 9(04).
           05  GLA-SALDO             PIC S9(11)V99.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        PLANO DE CONTAS CARREGADO EM TABELA                     *
      *----------------------------------------------------------------*
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 50 TIMES INDEXED BY WS-COA-IDX.
               10  WS-COA-CODE           PIC X(06).
               10  WS-COA-DESC           PIC X(30).
               10  WS-COA-NATUREZA       PIC X(01).
       77  WS-COA-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-NATUREZA-CONTA         PIC X(01) VALUE SPACE.
           88  WS-CONTA-DE-RESULTADO     VALUES 'R' 'D'.
           88  WS-CONTA-FORA-DO-PLANO    VALUE SPACE.
       77  WS-CONTA-RESULTADO        PIC X(06) VALUE SPACES.
       77  WS-DESC-RESULTADO         PIC X(30) VALUE SPACES.
       77  WS-CONT-RESULTADO         PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        FECHAMENTO DE DEZEMBRO ENCONTRADO NO GLMCTL             *
      *----------------------------------------------------------------*
       01  WS-FECH-DATA.
           05  WS-FECH-ANO               PIC 9(04) VALUE ZERO.
           05  WS-FECH-MES               PIC 9(02) VALUE ZERO.
           05  WS-FECH-DIA               PIC 9(02) VALUE ZERO.
       01  WS-FECH-DATA-N REDEFINES WS-FECH-DATA
                                     PIC 9(08).
       77  WS-FECH-CONTAGEM          PIC 9(06) VALUE ZERO.
       77  WS-FECH-SOMA              PIC 9(11)V99 VALUE ZERO.
       77  WS-FECH-TIPO              PIC X(01) VALUE SPACE.
       77  WS-CONT-TRAILERS          PIC 9(03) VALUE ZERO.
       77  WS-ANO-ABERTURA           PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------*
      *        TOTAIS DO ENCERRAMENTO E DA PROVA                       *
      *----------------------------------------------------------------*
       77  WS-TOT-RECEITAS           PIC S9(13)V99 VALUE ZERO.
       77  WS-TOT-DESPESAS           PIC S9(13)V99 VALUE ZERO.
       77  WS-RESULTADO              PIC S9(13)V99 VALUE ZERO.
       77  WS-SOMA-ANTES             PIC S9(13)V99 VALUE ZERO.
       77  WS-SOMA-DEPOIS            PIC S9(13)V99 VALUE ZERO.
       77  WS-SALDO-ANTERIOR         PIC S9(11)V99 VALUE ZERO.
       77  WS-CONT-CONTAS            PIC 9(05) VALUE ZERO.
       77  WS-CONT-ENCERRADAS        PIC 9(05) VALUE ZERO.
       77  WS-SALDO-ED               PIC -ZZZZZZZZZZZZ9.99.
       77  WS-VALOR-ED               PIC -ZZZZZZZZZZZZ9.99.
       77  WS-YTD-DEB-ED             PIC ZZZZZZZZZZZZ9.99.
       77  WS-YTD-CRED-ED            PIC ZZZZZZZZZZZZ9.99.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-GLMAST-STATUS          PIC X(02) VALUE SPACES.
           88  WS-GLMAST-OK              VALUES "00" "05".
           88  WS-GLMAST-LIDO            VALUES "00" "02" "10".
           88  WS-GLMAST-AUSENTE         VALUE "23".
       77  WS-CONT-VALIDADAS         PIC 9(05) VALUE ZERO.
       77  WS-CONTA-FALHA            PIC X(06) VALUE SPACES.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-RECUSA-MOTIVO          PIC X(60) VALUE SPACES.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-CHECK-GLMCTL THRU 1500-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 1700-LOAD-COA THRU 1700-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE-OUT.
           PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-ENCERRAMENTO THRU 3000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 4000-TRANSFERE-RESULTADO THRU 4000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 5000-SALDOS-ABERTURA THRU 5000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 6000-WRITE-PROVA THRU 6000-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 7000-MARCA-ANO-ENCERRADO THRU 7000-EXIT
           END-IF.
           CLOSE RPT-FILE-OUT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E A DATA            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-PROGRAM-RC.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-CHECK-GLMCTL - EXIGE O FECHAMENTO DE DEZEMBRO (TIPO F) *
      *    E NENHUM TRAILER DIARIO DO ANO NOVO; ANO JA ENCERRADO       *
      *    (TIPO A) E RECUSADO                                         *
      *----------------------------------------------------------------*
       1500-CHECK-GLMCTL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GLMCTL-FILE-IO.
           PERFORM 1550-READ-GLMCTL THRU 1550-EXIT.
           PERFORM 1600-SCAN-GLMCTL THRU 1600-EXIT
               UNTIL WS-EOF.
           CLOSE GLMCTL-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
           EVALUATE TRUE
               WHEN WS-FECH-TIPO = 'A'
                   STRING "EXERCICIO " WS-FECH-ANO " JA ENCERRADO"
                       DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               WHEN WS-FECH-TIPO NOT = 'F'
                   MOVE "FECHAMENTO MENSAL NAO ENCONTRADO NO GLMCTL"
                       TO WS-RECUSA-MOTIVO
               WHEN WS-FECH-MES NOT = 12
                   STRING "ULTIMO FECHAMENTO NO GLMCTL E DE "
                       WS-FECH-MES "/" WS-FECH-ANO
                       " - FALTA O DE DEZEMBRO"
                       DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               WHEN WS-CONT-TRAILERS > ZERO
                   STRING "GLMCTL TEM " WS-CONT-TRAILERS
                       " DIA(S) POSTADO(S) DEPOIS DE DEZEMBRO"
                       DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RECUSA-MOTIVO NOT = SPACES
               DISPLAY "*** GLYEND - " WS-RECUSA-MOTIVO
                   " - ENCERRAMENTO RECUSADO ***"
               MOVE 8 TO WS-PROGRAM-RC
           ELSE
               COMPUTE WS-ANO-ABERTURA = WS-FECH-ANO + 1
           END-IF.
       1500-EXIT.
           EXIT.
       1550-READ-GLMCTL.
           READ GLMCTL-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1550-EXIT.
           EXIT.
       1600-SCAN-GLMCTL.
           IF GLC-TRAILER-DIA
               ADD 1 TO WS-CONT-TRAILERS
           ELSE
               MOVE GLC-DATA     TO WS-FECH-DATA-N
               MOVE GLC-CONTAGEM TO WS-FECH-CONTAGEM
               MOVE GLC-SOMA     TO WS-FECH-SOMA
               MOVE GLC-TIPO     TO WS-FECH-TIPO
           END-IF.
           PERFORM 1550-READ-GLMCTL THRU 1550-EXIT.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1700-LOAD-COA - PLANO DE CONTAS EM TABELA E A CONTA DE      *
      *    RESULTADO ACUMULADO (NATUREZA X), QUE TEM DE SER UNICA      *
      *----------------------------------------------------------------*
       1700-LOAD-COA.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT COA-FILE-IN.
           PERFORM 1750-READ-COA THRU 1750-EXIT.
           PERFORM 1800-LOAD-COA-ENTRY THRU 1800-EXIT
               UNTIL WS-EOF.
           CLOSE COA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-CONT-RESULTADO NOT = 1
               STRING "PLANO DE CONTAS COM " WS-CONT-RESULTADO
                   " CONTA(S) DE RESULTADO ACUMULADO (NATUREZA X)"
                   DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               DISPLAY "*** GLYEND - " WS-RECUSA-MOTIVO
                   " - ENCERRAMENTO RECUSADO ***"
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
       1700-EXIT.
           EXIT.
       1750-READ-COA.
           READ COA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1750-EXIT.
           EXIT.
       1800-LOAD-COA-ENTRY.
           IF COA-ATIVO = 'N'
               GO TO 1800-NEXT
           END-IF.
           IF COA-NATUREZA = 'X'
               ADD 1 TO WS-CONT-RESULTADO
               MOVE COA-ACCOUNT-CODE TO WS-CONTA-RESULTADO
               MOVE COA-DESCRICAO    TO WS-DESC-RESULTADO
           END-IF.
           IF WS-COA-COUNT < 50
               ADD 1 TO WS-COA-COUNT
               MOVE COA-ACCOUNT-CODE TO WS-COA-CODE (WS-COA-COUNT)
               MOVE COA-DESCRICAO    TO WS-COA-DESC (WS-COA-COUNT)
               MOVE COA-NATUREZA     TO WS-COA-NATUREZA (WS-COA-COUNT)
           ELSE
               DISPLAY "*** COACCTS TEM MAIS DE 50 CONTAS - "
                   COA-ACCOUNT-CODE " IGNORADA ***"
           END-IF.
       1800-NEXT.
           PERFORM 1750-READ-COA THRU 1750-EXIT.
       1800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-WRITE-HEADER - CABECALHO DO RELATORIO; NA RECUSA, SO   *
      *    O MOTIVO                                                    *
      *----------------------------------------------------------------*
       2000-WRITE-HEADER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ENCERRAMENTO DO EXERCICIO " WS-FECH-ANO
               " DO RAZAO - DATA: " WS-EFFECTIVE-RUNDATE
               " OPERADOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-PROGRAM-RC >= 8
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "*** ENCERRAMENTO RECUSADO - " WS-RECUSA-MOTIVO
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONTA DE RESULTADO ACUMULADO: " WS-CONTA-RESULTADO
               " " WS-DESC-RESULTADO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "LANCAMENTOS DE ENCERRAMENTO DAS CONTAS DE RESULTADO"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-ENCERRAMENTO - ZERA O SALDO DAS CONTAS DE RECEITA E    *
      *    DESPESA, ACUMULANDO O RESULTADO, E ZERA O YTD DE TODAS AS   *
      *    CONTAS DO GLMAST                                            *
      *----------------------------------------------------------------*
       3000-ENCERRAMENTO.
           MOVE 'N' TO WS-EOF-SW.
           OPEN I-O GLMAST-FILE-IO.
           IF NOT WS-GLMAST-OK
               DISPLAY "*** GLMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-GLMAST-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-VALIDA-GLMAST THRU 3050-EXIT.
           IF WS-PROGRAM-RC >= 8
               CLOSE GLMAST-FILE-IO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-GLMAST THRU 3100-EXIT.
           PERFORM 3200-ENCERRA-CONTA THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE GLMAST-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-CONTA-FALHA NOT = SPACES
               MOVE SPACES TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "*** ENCERRAMENTO INTERROMPIDO NA CONTA "
                   WS-CONTA-FALHA " - STATUS: " WS-GLMAST-STATUS
                   " - AS " WS-CONT-ENCERRADAS
                   " CONTAS LISTADAS ANTES DELA JA ESTAO ENCERRADAS "
                   "NO GLMAST ***"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3050-VALIDA-GLMAST - LE TODAS AS CONTAS ANTES DA PRIMEIRA   *
      *    REGRAVACAO: LEITURA COM ERRO OU REGISTRO BLOQUEADO, SALDO   *
      *    NAO NUMERICO OU CONTA DE RESULTADO ILEGIVEL RECUSAM O       *
      *    ENCERRAMENTO SEM TOCAR O MESTRE. NO FIM REPOSICIONA NO      *
      *    INICIO DO ARQUIVO PARA A VARREDURA DO ENCERRAMENTO          *
      *----------------------------------------------------------------*
       3050-VALIDA-GLMAST.
           MOVE ZERO TO WS-CONT-VALIDADAS.
           PERFORM 3060-READ-VALIDA THRU 3060-EXIT.
           PERFORM 3070-VALIDA-CONTA THRU 3070-EXIT
               UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-RECUSA-MOTIVO = SPACES
               MOVE WS-CONTA-RESULTADO TO GLM-ACCOUNT-CODE
               READ GLMAST-FILE-IO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-GLMAST-LIDO AND NOT WS-GLMAST-AUSENTE
                   STRING "CONTA DE RESULTADO " WS-CONTA-RESULTADO
                       " ILEGIVEL - STATUS " WS-GLMAST-STATUS
                       DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               END-IF
           END-IF.
           IF WS-RECUSA-MOTIVO = SPACES
               MOVE LOW-VALUES TO GLM-ACCOUNT-CODE
               START GLMAST-FILE-IO KEY NOT < GLM-ACCOUNT-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               GO TO 3050-EXIT
           END-IF.
           DISPLAY "*** GLYEND - " WS-RECUSA-MOTIVO
               " - ENCERRAMENTO RECUSADO ***".
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "*** ENCERRAMENTO RECUSADO - " WS-RECUSA-MOTIVO
               " - NENHUMA CONTA FOI ALTERADA"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 8 TO WS-PROGRAM-RC.
       3050-EXIT.
           EXIT.
       3060-READ-VALIDA.
           READ GLMAST-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-GLMAST-LIDO
               STRING "LEITURA DO GLMAST APOS A CONTA "
                   GLM-ACCOUNT-CODE " - STATUS " WS-GLMAST-STATUS
                   DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
       3060-EXIT.
           EXIT.
       3070-VALIDA-CONTA.
           ADD 1 TO WS-CONT-VALIDADAS.
           IF GLM-SALDO NOT NUMERIC
                   OR GLM-YTD-DEBITOS NOT NUMERIC
                   OR GLM-YTD-CREDITOS NOT NUMERIC
               STRING "CONTA " GLM-ACCOUNT-CODE
                   " COM SALDO OU YTD NAO NUMERICO"
                   DELIMITED BY SIZE INTO WS-RECUSA-MOTIVO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 3070-EXIT
           END-IF.
           PERFORM 3060-READ-VALIDA THRU 3060-EXIT.
       3070-EXIT.
           EXIT.
       3100-READ-GLMAST.
           READ GLMAST-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.
       3200-ENCERRA-CONTA.
           ADD 1 TO WS-CONT-CONTAS.
           MOVE ZERO TO WS-SALDO-ANTERIOR.
           ADD GLM-SALDO TO WS-SOMA-ANTES.
           PERFORM 3300-FIND-NATUREZA THRU 3300-EXIT.
           IF WS-CONTA-FORA-DO-PLANO
               DISPLAY "*** CONTA " GLM-ACCOUNT-CODE " DO GLMAST "
                   "FORA DO PLANO - SEM ENCERRAMENTO ***"
               MOVE "GLM-ACCOUNT-CODE" TO WS-ERR-FIELD-NAME
               MOVE GLM-ACCOUNT-CODE TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-IF.
           IF WS-CONTA-DE-RESULTADO AND GLM-SALDO NOT = ZERO
               ADD 1 TO WS-CONT-ENCERRADAS
               MOVE GLM-SALDO TO WS-SALDO-ANTERIOR
               ADD GLM-SALDO TO WS-RESULTADO
               IF WS-NATUREZA-CONTA = 'R'
                   ADD GLM-SALDO TO WS-TOT-RECEITAS
               ELSE
                   ADD GLM-SALDO TO WS-TOT-DESPESAS
               END-IF
               PERFORM 3400-WRITE-LANCAMENTO THRU 3400-EXIT
               MOVE ZERO TO GLM-SALDO
           END-IF.
           MOVE ZERO TO GLM-YTD-DEBITOS.
           MOVE ZERO TO GLM-YTD-CREDITOS.
           REWRITE GL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NO ENCERRAMENTO DA CONTA "
                       GLM-ACCOUNT-CODE " - STATUS: "
                       WS-GLMAST-STATUS " ***"
                   MOVE 8 TO WS-PROGRAM-RC
                   MOVE GLM-ACCOUNT-CODE TO WS-CONTA-FALHA
                   IF WS-CONTA-DE-RESULTADO AND WS-SALDO-ANTERIOR
                           NOT = ZERO
                       SUBTRACT 1 FROM WS-CONT-ENCERRADAS
                   END-IF
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3200-EXIT
           END-REWRITE.
           PERFORM 3100-READ-GLMAST THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
       3300-FIND-NATUREZA.
           MOVE SPACE TO WS-NATUREZA-CONTA.
           IF WS-COA-COUNT = ZERO
               GO TO 3300-EXIT
           END-IF.
           SET WS-COA-IDX TO 1.
           SEARCH WS-COA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-IDX > WS-COA-COUNT
                   CONTINUE
               WHEN WS-COA-CODE (WS-COA-IDX) = GLM-ACCOUNT-CODE
                   MOVE WS-COA-NATUREZA (WS-COA-IDX)
                       TO WS-NATUREZA-CONTA
           END-SEARCH.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-WRITE-LANCAMENTO - UMA LINHA POR CONTA ENCERRADA: O    *
      *    SALDO ZERADO E O VALOR TRANSFERIDO (SINAL INVERTIDO)        *
      *----------------------------------------------------------------*
       3400-WRITE-LANCAMENTO.
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ED.
           COMPUTE WS-VALOR-ED = ZERO - WS-SALDO-ANTERIOR.
           MOVE GLM-YTD-DEBITOS TO WS-YTD-DEB-ED.
           MOVE GLM-YTD-CREDITOS TO WS-YTD-CRED-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONTA " GLM-ACCOUNT-CODE " " GLM-DESCRICAO
               " NAT " WS-NATUREZA-CONTA
               " SALDO: " WS-SALDO-ED
               " LANCAMENTO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "       YTD DEBITOS: " WS-YTD-DEB-ED
               " YTD CREDITOS: " WS-YTD-CRED-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-TRANSFERE-RESULTADO - LANCA O RESULTADO DO EXERCICIO   *
      *    NA CONTA DE RESULTADO ACUMULADO, CRIANDO-A NO GLMAST SE     *
      *    ELA AINDA NAO TEVE MOVIMENTO                                *
      *----------------------------------------------------------------*
       4000-TRANSFERE-RESULTADO.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-TOT-RECEITAS TO WS-SALDO-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAL DAS RECEITAS ENCERRADAS (NATUREZA R): "
               WS-SALDO-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-TOT-DESPESAS TO WS-SALDO-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAL DAS DESPESAS ENCERRADAS (NATUREZA D): "
               WS-SALDO-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-RESULTADO TO WS-SALDO-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-RESULTADO > ZERO
               STRING "PREJUIZO DO EXERCICIO (SALDO DEVEDOR):       "
                   WS-SALDO-ED
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               STRING "LUCRO DO EXERCICIO (SALDO CREDOR):           "
                   WS-SALDO-ED
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
           OPEN I-O GLMAST-FILE-IO.
           IF NOT WS-GLMAST-OK
               DISPLAY "*** GLMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-GLMAST-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CONTA-RESULTADO TO GLM-ACCOUNT-CODE.
           READ GLMAST-FILE-IO
               INVALID KEY
                   MOVE SPACES TO GL-MASTER-RECORD
                   MOVE WS-CONTA-RESULTADO TO GLM-ACCOUNT-CODE
                   MOVE WS-DESC-RESULTADO TO GLM-DESCRICAO
                   MOVE WS-RESULTADO TO GLM-SALDO
                   MOVE ZERO TO GLM-MTD-LANCTOS
                   MOVE ZERO TO GLM-MTD-DEBITOS
                   MOVE ZERO TO GLM-MTD-CREDITOS
                   MOVE ZERO TO GLM-YTD-DEBITOS
                   MOVE ZERO TO GLM-YTD-CREDITOS
                   MOVE ZERO TO GLM-ULT-POSTAGEM
                   MOVE ZERO TO GLM-ULT-SEQ
                   WRITE GL-MASTER-RECORD
                       INVALID KEY
                           MOVE 8 TO WS-PROGRAM-RC
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RESULTADO TO GLM-SALDO
                   REWRITE GL-MASTER-RECORD
                       INVALID KEY
                           MOVE 8 TO WS-PROGRAM-RC
                   END-REWRITE
           END-READ.
           CLOSE GLMAST-FILE-IO.
           IF WS-PROGRAM-RC >= 8
               DISPLAY "*** ERRO NA TRANSFERENCIA DO RESULTADO PARA A "
                   "CONTA " WS-CONTA-RESULTADO " - STATUS: "
                   WS-GLMAST-STATUS " ***"
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-VALOR-ED = WS-RESULTADO.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRANSFERIDO PARA A CONTA " WS-CONTA-RESULTADO
               " - LANCAMENTO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-SALDOS-ABERTURA - GRAVA O GLABERT E LISTA OS SALDOS DE *
      *    ABERTURA DO EXERCICIO SEGUINTE                              *
      *----------------------------------------------------------------*
       5000-SALDOS-ABERTURA.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "SALDOS DE ABERTURA DO EXERCICIO " WS-ANO-ABERTURA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GLMAST-FILE-IO.
           IF NOT WS-GLMAST-OK
               DISPLAY "*** GLMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-GLMAST-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT GLA-FILE-OUT.
           PERFORM 3100-READ-GLMAST THRU 3100-EXIT.
           PERFORM 5100-WRITE-ABERTURA THRU 5100-EXIT
               UNTIL WS-EOF.
           CLOSE GLA-FILE-OUT.
           CLOSE GLMAST-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
       5000-EXIT.
           EXIT.
       5100-WRITE-ABERTURA.
           ADD GLM-SALDO TO WS-SOMA-DEPOIS.
           PERFORM 3300-FIND-NATUREZA THRU 3300-EXIT.
           MOVE SPACES TO GLA-RECORD.
           MOVE GLM-ACCOUNT-CODE TO GLA-ACCOUNT-CODE.
           MOVE GLM-DESCRICAO TO GLA-DESCRICAO.
           MOVE WS-NATUREZA-CONTA TO GLA-NATUREZA.
           MOVE WS-ANO-ABERTURA TO GLA-ANO.
           MOVE GLM-SALDO TO GLA-SALDO.
           WRITE GLA-RECORD.
           MOVE GLM-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONTA " GLM-ACCOUNT-CODE " " GLM-DESCRICAO
               " NAT " WS-NATUREZA-CONTA
               " SALDO DE ABERTURA: " WS-SALDO-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 3100-READ-GLMAST THRU 3100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-WRITE-PROVA - A SOMA DOS SALDOS NAO MUDA COM O         *
      *    ENCERRAMENTO (O RESULTADO SO MUDA DE CONTA); DIFERENCA      *
      *    ENCERRA COM RC 8. TERMINA COM O CAMPO DE VISTO              *
      *----------------------------------------------------------------*
       6000-WRITE-PROVA.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-SOMA-ANTES TO WS-SALDO-ED.
           MOVE WS-SOMA-DEPOIS TO WS-VALOR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "PROVA - SOMA DOS SALDOS ANTES: " WS-SALDO-ED
               " DEPOIS: " WS-VALOR-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-SOMA-ANTES = WS-SOMA-DEPOIS
               STRING "ENCERRAMENTO EM PROVA - CONTAS: " WS-CONT-CONTAS
                   " ENCERRADAS: " WS-CONT-ENCERRADAS
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               MOVE "*** ENCERRAMENTO FORA DE PROVA - VERIFICAR O "
                   TO RPT-OUT-RECORD
               MOVE "GLMAST" TO RPT-OUT-RECORD (47:6)
               MOVE 8 TO WS-PROGRAM-RC
               DISPLAY "*** GLYEND - ENCERRAMENTO FORA DE PROVA ***"
           END-IF.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "VISTO DO CONTADOR: ______________________________  "
               TO RPT-OUT-RECORD.
           MOVE "DATA: ____/____/________" TO RPT-OUT-RECORD (53:24).
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "VISTO DO AUDITOR:  ______________________________  "
               TO RPT-OUT-RECORD.
           MOVE "DATA: ____/____/________" TO RPT-OUT-RECORD (53:24).
           WRITE RPT-OUT-RECORD.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-MARCA-ANO-ENCERRADO - REGRAVA O GLMCTL COM O REGISTRO  *
      *    DE FECHAMENTO MARCADO COMO ANO ENCERRADO (TIPO A)           *
      *----------------------------------------------------------------*
       7000-MARCA-ANO-ENCERRADO.
           OPEN OUTPUT GLMCTL-FILE-IO.
           MOVE SPACES TO GLC-RECORD.
           MOVE WS-FECH-DATA-N   TO GLC-DATA.
           MOVE WS-FECH-CONTAGEM TO GLC-CONTAGEM.
           MOVE WS-FECH-SOMA     TO GLC-SOMA.
           MOVE 'A'              TO GLC-TIPO.
           WRITE GLC-RECORD.
           CLOSE GLMCTL-FILE-IO.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "GLYEND" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "ANO " WS-FECH-ANO
               " CTS " WS-CONT-CONTAS
               " ENC " WS-CONT-ENCERRADAS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           IF WS-PROGRAM-RC < 8
               MOVE "EXERCICIO ENCERRADO" TO AUDIT-RESULT
           ELSE
               MOVE "ENCERRAM. RECUSADO" TO AUDIT-RESULT
           END-IF.
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
           MOVE "GLYEND" TO ERROR-PROGRAM-ID.
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
           CONTINUE.
       9999-EXIT.
           EXIT.
       END PROGRAM glyend.
