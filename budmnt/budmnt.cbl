      *MANUTENCAO ONLINE DO MESTRE DE ORCAMENTO DO RAZAO (BUDMAST).
      *CONSULTA, INCLUSAO, ALTERACAO E EXCLUSAO DO VALOR ORCADO DE UMA
      *CONTA EM UM MES (AAAAMM), COM IMAGEM ANTES/DEPOIS DE CADA ACAO
      *GRAVADA NO AUDITLOG SOB O OPERADOR ASSINADO, COMO O DEMOMNT FAZ
      *COM O CADASTRO DEMOGRAFICO. A CONTA TEM DE EXISTIR ATIVA NO
      *PLANO DE CONTAS (COACCTS). O VALOR E DIGITADO SEM SINAL COM O
      *INDICADOR D/C E GRAVADO NA CONVENCAO DO SALDO DO GLMAST (D
      *POSITIVO, C NEGATIVO). O ACESSO E RESTRITO A SUPERVISORES PELO
      *MENU, COMO AS DEMAIS OPCOES SENSIVEIS.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - MANUTENCAO DO ORCAMENTO   *
      *                   MENSAL POR CONTA COM TRILHA DE AUDITORIA     *
      *                   ANTES/DEPOIS                                 *
      *  2026-10-15 JLC   LAYOUT DO COACCTS SINCRONIZADO COM O COAMNT  *
      *                   (CAMPO COA-NATUREZA DA CONTA)                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budmnt.
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
           SELECT OPTIONAL BUD-FILE-IO ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-CHAVE
               FILE STATUS IS WS-BUD-STATUS.
           SELECT OPTIONAL COA-FILE-IN ASSIGN TO COACCTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUD-FILE-IO.
           COPY BUDREC.
       FD  COA-FILE-IN
           RECORDING MODE IS F.
       01  COA-IN-RECORD.
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        CONTAS ATIVAS DO PLANO CARREGADAS EM TABELA             *
      *----------------------------------------------------------------*
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 50 TIMES INDEXED BY WS-COA-IDX.
               10  WS-COA-CODE           PIC X(06).
               10  WS-COA-DESC           PIC X(30).
       77  WS-COA-COUNT               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CHAVE E VALOR DIGITADOS                                 *
      *----------------------------------------------------------------*
       77  WS-MNT-CONTA              PIC X(06) VALUE SPACES.
       01  WS-MNT-ANOMES.
           05  WS-MNT-ANO                PIC 9(04) VALUE ZERO.
           05  WS-MNT-MES                PIC 9(02) VALUE ZERO.
       77  WS-MNT-VALOR              PIC 9(11)V99 VALUE ZERO.
       77  WS-MNT-DC                 PIC X(01) VALUE SPACE.
           88  WS-MNT-DC-VALIDO          VALUES 'D' 'C'.
       77  WS-VALOR-ED               PIC -ZZZZZZZZZZ9.99.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FUNCAO                 PIC X(01) VALUE SPACE.
           88  WS-FUNC-CONSULTA          VALUE 'C'.
           88  WS-FUNC-INCLUSAO          VALUE 'I'.
           88  WS-FUNC-ALTERACAO         VALUE 'A'.
           88  WS-FUNC-EXCLUSAO          VALUE 'E'.
           88  WS-FUNC-FIM               VALUE 'F'.
           88  WS-FUNC-VALIDA            VALUES 'C' 'I' 'A' 'E' 'F'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA (A      *
      *        PRIMEIRA SESSAO CRIA O MESTRE VAZIO)                    *
       77  WS-BUD-STATUS             PIC X(02) VALUE SPACES.
           88  WS-BUD-OK                 VALUES "00" "05".
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-VALID-SW               PIC X(01) VALUE 'N'.
           88  WS-ENTRADA-VALIDA         VALUE 'Y'.
       77  WS-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-REG-ENCONTRADO         VALUE 'Y'.
       77  WS-COA-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CONTA-NO-PLANO         VALUE 'Y'.
       77  WS-CONFIRMA               PIC X(01) VALUE 'N'.
       77  WS-CONT-ALTERACOES        PIC 9(05) VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------*
      *        IMAGENS ANTES/DEPOIS PARA A TRILHA DE AUDITORIA         *
      *----------------------------------------------------------------*
       77  WS-AUD-IMAGEM             PIC X(30) VALUE SPACES.
       77  WS-AUD-ACAO               PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MNT-LOOP THRU 2000-EXIT
               UNTIL WS-FUNC-FIM.
           PERFORM 8000-WRITE-AUDIT-SUMMARY THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, CARREGA O PLANO    *
      *                      DE CONTAS E ABRE O BUDMAST                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACE TO WS-FUNCAO.
           MOVE ZERO TO WS-CONT-ALTERACOES.
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
           PERFORM 1100-LOAD-COA THRU 1100-EXIT.
           OPEN I-O BUD-FILE-IO.
           IF NOT WS-BUD-OK
               DISPLAY "*** BUDMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-BUD-STATUS
               MOVE 'F' TO WS-FUNCAO
           END-IF.
       1000-EXIT.
           EXIT.
       1100-LOAD-COA.
           MOVE ZERO TO WS-COA-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT COA-FILE-IN.
           PERFORM 1150-READ-COA THRU 1150-EXIT.
           PERFORM 1200-LOAD-COA-ENTRY THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE COA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1100-EXIT.
           EXIT.
       1150-READ-COA.
           READ COA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1150-EXIT.
           EXIT.
       1200-LOAD-COA-ENTRY.
           IF COA-ATIVO = 'N'
               GO TO 1200-NEXT
           END-IF.
           IF WS-COA-COUNT < 50
               ADD 1 TO WS-COA-COUNT
               MOVE COA-ACCOUNT-CODE TO WS-COA-CODE (WS-COA-COUNT)
               MOVE COA-DESCRICAO    TO WS-COA-DESC (WS-COA-COUNT)
           ELSE
               DISPLAY "*** COACCTS TEM MAIS DE 50 CONTAS - "
                   COA-ACCOUNT-CODE " IGNORADA ***"
           END-IF.
       1200-NEXT.
           PERFORM 1150-READ-COA THRU 1150-EXIT.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-MNT-LOOP - MOSTRA AS FUNCOES, OBTEM E EXECUTA A ACAO   *
      *----------------------------------------------------------------*
       2000-MNT-LOOP.
           PERFORM 2100-SHOW-FUNCOES THRU 2100-EXIT.
           PERFORM 2200-GET-FUNCAO THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN WS-FUNC-CONSULTA
                   PERFORM 3000-CONSULTA THRU 3000-EXIT
               WHEN WS-FUNC-INCLUSAO
                   PERFORM 4000-INCLUSAO THRU 4000-EXIT
               WHEN WS-FUNC-ALTERACAO
                   PERFORM 5000-ALTERACAO THRU 5000-EXIT
               WHEN WS-FUNC-EXCLUSAO
                   PERFORM 6000-EXCLUSAO THRU 6000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
       2100-SHOW-FUNCOES.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY " ORCAMENTO MENSAL DO RAZAO - BUDMAST         ".
           DISPLAY "=============================================".
           DISPLAY " C - CONSULTA POR CONTA E MES".
           DISPLAY " I - INCLUSAO DO VALOR ORCADO".
           DISPLAY " A - ALTERACAO DO VALOR ORCADO".
           DISPLAY " E - EXCLUSAO DO VALOR ORCADO".
           DISPLAY " F - FIM".
           DISPLAY "=============================================".
       2100-EXIT.
           EXIT.
       2200-GET-FUNCAO.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2210-ACCEPT-FUNCAO THRU 2210-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2200-EXIT.
           EXIT.
       2210-ACCEPT-FUNCAO.
           DISPLAY "ESCOLHA UMA FUNCAO: ".
           ACCEPT WS-FUNCAO.
           IF WS-FUNC-VALIDA
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** FUNCAO INVALIDA - DIGITE C I A E OU F ***"
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-GET-CHAVE - OBTEM A CONTA E O MES (AAAAMM)             *
      *----------------------------------------------------------------*
       2300-GET-CHAVE.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2310-ACCEPT-CONTA THRU 2310-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2320-ACCEPT-ANOMES THRU 2320-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2300-EXIT.
           EXIT.
       2310-ACCEPT-CONTA.
           DISPLAY "DIGITE O CODIGO DA CONTA (6 POSICOES): ".
           ACCEPT WS-MNT-CONTA.
           IF WS-MNT-CONTA NOT = SPACES
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** CONTA EM BRANCO - DIGITE O CODIGO ***"
               MOVE "WS-MNT-CONTA" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-CONTA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2310-EXIT.
           EXIT.
       2320-ACCEPT-ANOMES.
           DISPLAY "DIGITE O MES DO ORCAMENTO (AAAAMM): ".
           ACCEPT WS-MNT-ANOMES.
           IF WS-MNT-ANOMES IS NUMERIC
                   AND WS-MNT-ANO > 1999
                   AND WS-MNT-MES > ZERO AND WS-MNT-MES < 13
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** MES INVALIDO - DIGITE AAAAMM ***"
               MOVE "WS-MNT-ANOMES" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-ANOMES TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2320-EXIT.
           EXIT.
       2400-READ-BY-CHAVE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-MNT-CONTA TO BUD-ACCOUNT-CODE.
           MOVE WS-MNT-ANOMES TO BUD-ANOMES.
           READ BUD-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-FIND-CONTA - CONFERE A CONTA NO PLANO (SO ATIVAS)      *
      *----------------------------------------------------------------*
       2500-FIND-CONTA.
           MOVE 'N' TO WS-COA-FOUND-SW.
           IF WS-COA-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           SET WS-COA-IDX TO 1.
           SEARCH WS-COA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-IDX > WS-COA-COUNT
                   CONTINUE
               WHEN WS-COA-CODE (WS-COA-IDX) = WS-MNT-CONTA
                   MOVE 'Y' TO WS-COA-FOUND-SW
           END-SEARCH.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONSULTA - MOSTRA O VALOR ORCADO NO CONSOLE            *
      *----------------------------------------------------------------*
       3000-CONSULTA.
           PERFORM 2300-GET-CHAVE THRU 2300-EXIT.
           PERFORM 2400-READ-BY-CHAVE THRU 2400-EXIT.
           IF WS-REG-ENCONTRADO
               PERFORM 3100-SHOW-BUD THRU 3100-EXIT
           ELSE
               DISPLAY "ORCAMENTO NAO ENCONTRADO: " WS-MNT-CONTA
                   " " WS-MNT-ANOMES
           END-IF.
       3000-EXIT.
           EXIT.
       3100-SHOW-BUD.
           MOVE BUD-VALOR TO WS-VALOR-ED.
           DISPLAY "CONTA: " BUD-ACCOUNT-CODE " MES: " BUD-ANOMES
               " VALOR ORCADO: " WS-VALOR-ED.
           DISPLAY "ULTIMA ALTERACAO: " BUD-DATA-ALT
               " OPERADOR: " BUD-OPERADOR.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-INCLUSAO - GRAVA O VALOR ORCADO DE UMA CONTA NO MES    *
      *----------------------------------------------------------------*
       4000-INCLUSAO.
           PERFORM 2300-GET-CHAVE THRU 2300-EXIT.
           PERFORM 2500-FIND-CONTA THRU 2500-EXIT.
           IF NOT WS-CONTA-NO-PLANO
               DISPLAY "*** CONTA " WS-MNT-CONTA " NAO ESTA ATIVA NO "
                   "PLANO DE CONTAS - INCLUSAO RECUSADA ***"
               MOVE "WS-MNT-CONTA" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-CONTA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2400-READ-BY-CHAVE THRU 2400-EXIT.
           IF WS-REG-ENCONTRADO
               DISPLAY "*** ORCAMENTO JA CADASTRADO: " WS-MNT-CONTA
                   " " WS-MNT-ANOMES
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "INCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           MOVE SPACES TO BUD-RECORD.
           MOVE WS-MNT-CONTA TO BUD-ACCOUNT-CODE.
           MOVE WS-MNT-ANOMES TO BUD-ANOMES.
           PERFORM 4500-ACCEPT-VALOR THRU 4500-EXIT.
           WRITE BUD-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA INCLUSAO - STATUS: "
                       WS-BUD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ALTERACOES
                   PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT
                   MOVE "INCLUSAO DEPOIS" TO WS-AUD-ACAO
                   PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT
                   DISPLAY "ORCAMENTO INCLUIDO: " BUD-ACCOUNT-CODE
                       " " BUD-ANOMES
           END-WRITE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-ACCEPT-VALOR - OBTEM O VALOR SEM SINAL E O INDICADOR   *
      *    D/C E MONTA O VALOR ORCADO NA CONVENCAO DO SALDO            *
      *----------------------------------------------------------------*
       4500-ACCEPT-VALOR.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4600-ACCEPT-MONTANTE THRU 4600-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4700-ACCEPT-DC THRU 4700-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           IF WS-MNT-DC = 'C'
               COMPUTE BUD-VALOR = ZERO - WS-MNT-VALOR
           ELSE
               MOVE WS-MNT-VALOR TO BUD-VALOR
           END-IF.
           MOVE WS-OPERATOR-ID TO BUD-OPERADOR.
           MOVE WS-EFFECTIVE-RUNDATE TO BUD-DATA-ALT.
       4500-EXIT.
           EXIT.
       4600-ACCEPT-MONTANTE.
           DISPLAY "VALOR ORCADO SEM SINAL (ATE 99999999999.99): ".
           ACCEPT WS-MNT-VALOR.
           IF WS-MNT-VALOR IS NUMERIC
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** VALOR INVALIDO - DIGITE O VALOR ***"
               MOVE "WS-MNT-VALOR" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-VALOR TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4600-EXIT.
           EXIT.
       4700-ACCEPT-DC.
           DISPLAY "NATUREZA DO VALOR (D = DEBITO, C = CREDITO): ".
           ACCEPT WS-MNT-DC.
           IF WS-MNT-DC-VALIDO
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** NATUREZA INVALIDA - DIGITE D OU C ***"
               MOVE "WS-MNT-DC" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DC TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERACAO - REGRAVA O VALOR ORCADO                     *
      *----------------------------------------------------------------*
       5000-ALTERACAO.
           PERFORM 2300-GET-CHAVE THRU 2300-EXIT.
           PERFORM 2400-READ-BY-CHAVE THRU 2400-EXIT.
           IF NOT WS-REG-ENCONTRADO
               DISPLAY "ORCAMENTO NAO ENCONTRADO: " WS-MNT-CONTA
                   " " WS-MNT-ANOMES
               GO TO 5000-EXIT
           END-IF.
           PERFORM 3100-SHOW-BUD THRU 3100-EXIT.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 4500-ACCEPT-VALOR THRU 4500-EXIT.
           REWRITE BUD-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA ALTERACAO - STATUS: "
                       WS-BUD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ALTERACOES
                   PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT
                   MOVE "ALTERACAO DEPOIS" TO WS-AUD-ACAO
                   PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT
                   DISPLAY "ORCAMENTO ALTERADO: " BUD-ACCOUNT-CODE
                       " " BUD-ANOMES
           END-REWRITE.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-EXCLUSAO - REMOVE O VALOR ORCADO DA CONTA NO MES       *
      *----------------------------------------------------------------*
       6000-EXCLUSAO.
           PERFORM 2300-GET-CHAVE THRU 2300-EXIT.
           PERFORM 2400-READ-BY-CHAVE THRU 2400-EXIT.
           IF NOT WS-REG-ENCONTRADO
               DISPLAY "ORCAMENTO NAO ENCONTRADO: " WS-MNT-CONTA
                   " " WS-MNT-ANOMES
               GO TO 6000-EXIT
           END-IF.
           PERFORM 3100-SHOW-BUD THRU 3100-EXIT.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "EXCLUSAO CANCELADA."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "EXCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DELETE BUD-FILE-IO
               INVALID KEY
                   DISPLAY "*** ERRO NA EXCLUSAO - STATUS: "
                       WS-BUD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ALTERACOES
                   MOVE SPACES TO WS-AUD-IMAGEM
                   MOVE "EXCLUSAO DEPOIS" TO WS-AUD-ACAO
                   PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT
                   DISPLAY "ORCAMENTO EXCLUIDO: " WS-MNT-CONTA
                       " " WS-MNT-ANOMES
           END-DELETE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-FORMAT-IMAGE - MONTA A IMAGEM DO REGISTRO (CONTA, MES  *
      *    E VALOR ORCADO) PARA A AUDITORIA                            *
      *----------------------------------------------------------------*
       7900-FORMAT-IMAGE.
           MOVE BUD-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING BUD-ACCOUNT-CODE " " BUD-ANOMES " " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       7900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-SUMMARY - GRAVA O RESUMO DA SESSAO NA      *
      *                               TRILHA DE AUDITORIA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "BUDMNT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "QTDE ALTERACOES: " WS-CONT-ALTERACOES
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE "FIM DA SESSAO" TO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8050-WRITE-AUDIT-IMAGE - GRAVA UMA IMAGEM ANTES OU DEPOIS   *
      *                             DA ACAO NA TRILHA DE AUDITORIA     *
      *----------------------------------------------------------------*
       8050-WRITE-AUDIT-IMAGE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "BUDMNT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WS-AUD-IMAGEM TO AUDIT-INPUT-VALUES.
           MOVE WS-AUD-ACAO TO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA ENTRADA INVALIDA EM INPTERR    *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "BUDMNT" TO ERROR-PROGRAM-ID.
           MOVE WS-ERR-FIELD-NAME TO ERROR-FIELD-NAME.
           MOVE WS-ERR-BAD-VALUE TO ERROR-BAD-VALUE.
           MOVE WS-EFFECTIVE-RUNDATE TO ERROR-DATA.
           ACCEPT ERROR-HORA FROM TIME.
           OPEN EXTEND ERROR-FILE-OUT.
           WRITE ERROR-RECORD.
           CLOSE ERROR-FILE-OUT.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           CLOSE BUD-FILE-IO.
           DISPLAY "FIM DA MANUTENCAO DO ORCAMENTO.".
       9999-EXIT.
           EXIT.
       END PROGRAM budmnt.
