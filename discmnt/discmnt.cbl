      *MANUTENCAO ONLINE DO CADASTRO DE DISCIPLINAS (DISCMST).
      *CONSULTA, INCLUSAO, ALTERACAO E EXCLUSAO PELO CODIGO DE QUATRO
      *POSICOES, COM DESCRICAO E SITUACAO (A-ATIVA  I-INATIVA), E
      *IMAGEM ANTES/DEPOIS DE CADA ACAO NO AUDITLOG. A EXCLUSAO E
      *RECUSADA SE A DISCIPLINA JA TEM NOTAS NO MESTRE DE NOTAS
      *(NOTAMST) - NESSE CASO A SECRETARIA INATIVA A DISCIPLINA, QUE
      *DEIXA DE RECEBER LANCAMENTOS NO GRADPOST. A FUNCAO L
      *(LISTAGEM) MOSTRA TODAS AS DISCIPLINAS COM A SITUACAO. O
      *ARQUIVO E CARREGADO EM TABELA NA ABERTURA E REGRAVADO INTEIRO
      *APOS CADA ACAO APLICADA, COMO O TURMAMNT.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - MANUTENCAO DO CADASTRO    *
      *                   DE DISCIPLINAS COM AUDITORIA                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. discmnt.
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
           SELECT OPTIONAL DISC-FILE-IO ASSIGN TO DISCMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTA-FILE-IN ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISC-FILE-IO
           RECORDING MODE IS F.
           COPY DISCREC.
       FD  NOTA-FILE-IN.
           COPY NOTAREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        CADASTRO DE DISCIPLINAS CARREGADO EM TABELA             *
      *----------------------------------------------------------------*
       01  WS-DISC-TABLE.
           05  WS-DISC-ENTRY OCCURS 30 TIMES INDEXED BY WS-DISC-IDX.
               10  WS-DIS-CODIGO         PIC X(04).
               10  WS-DIS-DESC           PIC X(30).
               10  WS-DIS-SITUACAO       PIC X(01).
       77  WS-DISC-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-ENTRY-SUB               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FUNCAO                 PIC X(01) VALUE SPACE.
           88  WS-FUNC-CONSULTA          VALUE 'C'.
           88  WS-FUNC-INCLUSAO          VALUE 'I'.
           88  WS-FUNC-ALTERACAO         VALUE 'A'.
           88  WS-FUNC-EXCLUSAO          VALUE 'E'.
           88  WS-FUNC-LISTAGEM          VALUE 'L'.
           88  WS-FUNC-FIM               VALUE 'F'.
           88  WS-FUNC-VALIDA            VALUES 'C' 'I' 'A' 'E' 'L'
                                                'F'.
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-NOTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-NOTA-OK                VALUES "00" "05".
       77  WS-VALID-SW               PIC X(01) VALUE 'N'.
           88  WS-ENTRADA-VALIDA         VALUE 'Y'.
       77  WS-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-DISC-ACHADA            VALUE 'Y'.
       77  WS-USO-SW                 PIC X(01) VALUE 'N'.
           88  WS-DISC-EM-USO            VALUE 'Y'.
       77  WS-CONFIRMA               PIC X(01) VALUE 'N'.
       77  WS-MNT-DISC               PIC X(04) VALUE SPACES.
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
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E CARREGA O         *
      *                      CADASTRO DE DISCIPLINAS EM TABELA         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACE TO WS-FUNCAO.
           MOVE ZERO TO WS-CONT-ALTERACOES.
           MOVE ZERO TO WS-DISC-COUNT.
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
           PERFORM 1100-LOAD-DISCIPLINAS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-DISCIPLINAS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISC-FILE-IO.
           PERFORM 1150-READ-DISC THRU 1150-EXIT.
           PERFORM 1200-LOAD-DISC-ENTRY THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE DISC-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
       1100-EXIT.
           EXIT.
       1150-READ-DISC.
           READ DISC-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1150-EXIT.
           EXIT.
       1200-LOAD-DISC-ENTRY.
           IF WS-DISC-COUNT < 30
               ADD 1 TO WS-DISC-COUNT
               MOVE DISC-CODIGO    TO WS-DIS-CODIGO (WS-DISC-COUNT)
               MOVE DISC-DESCRICAO TO WS-DIS-DESC (WS-DISC-COUNT)
               IF DISC-INATIVA
                   MOVE 'I' TO WS-DIS-SITUACAO (WS-DISC-COUNT)
               ELSE
                   MOVE 'A' TO WS-DIS-SITUACAO (WS-DISC-COUNT)
               END-IF
           ELSE
               DISPLAY "*** DISCMST TEM MAIS DE 30 DISCIPLINAS - "
                   DISC-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1150-READ-DISC THRU 1150-EXIT.
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
               WHEN WS-FUNC-LISTAGEM
                   PERFORM 6500-LISTAGEM THRU 6500-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
       2100-SHOW-FUNCOES.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY " MANUTENCAO DO CADASTRO DE DISCIPLINAS       ".
           DISPLAY "=============================================".
           DISPLAY " C - CONSULTA POR CODIGO DE DISCIPLINA".
           DISPLAY " I - INCLUSAO DE DISCIPLINA".
           DISPLAY " A - ALTERACAO DE DISCIPLINA".
           DISPLAY " E - EXCLUSAO DE DISCIPLINA".
           DISPLAY " L - LISTAGEM DAS DISCIPLINAS".
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
               DISPLAY "*** FUNCAO INVALIDA - DIGITE C I A E L OU F "
                   "***"
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2210-EXIT.
           EXIT.
       2300-GET-DISC.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2310-ACCEPT-DISC THRU 2310-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2300-EXIT.
           EXIT.
       2310-ACCEPT-DISC.
           DISPLAY "DIGITE O CODIGO DA DISCIPLINA (4 POSICOES): ".
           ACCEPT WS-MNT-DISC.
           IF WS-MNT-DISC NOT = SPACES
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** DISCIPLINA EM BRANCO - DIGITE O CODIGO ***"
               MOVE "WS-MNT-DISC" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DISC TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2310-EXIT.
           EXIT.
       2400-FIND-DISC.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-ENTRY-SUB.
           IF WS-DISC-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF.
           SET WS-DISC-IDX TO 1.
           SEARCH WS-DISC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DISC-IDX > WS-DISC-COUNT
                   CONTINUE
               WHEN WS-DIS-CODIGO (WS-DISC-IDX) = WS-MNT-DISC
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-ENTRY-SUB TO WS-DISC-IDX
           END-SEARCH.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONSULTA - MOSTRA A DISCIPLINA NO CONSOLE              *
      *----------------------------------------------------------------*
       3000-CONSULTA.
           PERFORM 2300-GET-DISC THRU 2300-EXIT.
           PERFORM 2400-FIND-DISC THRU 2400-EXIT.
           IF WS-DISC-ACHADA
               DISPLAY "DISCIPLINA: " WS-DIS-CODIGO (WS-ENTRY-SUB)
                   " " WS-DIS-DESC (WS-ENTRY-SUB)
               DISPLAY "SITUACAO: " WS-DIS-SITUACAO (WS-ENTRY-SUB)
           ELSE
               DISPLAY "DISCIPLINA NAO ENCONTRADA: " WS-MNT-DISC
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-INCLUSAO - INCLUI UMA DISCIPLINA NOVA NO CADASTRO      *
      *----------------------------------------------------------------*
       4000-INCLUSAO.
           PERFORM 2300-GET-DISC THRU 2300-EXIT.
           PERFORM 2400-FIND-DISC THRU 2400-EXIT.
           IF WS-DISC-ACHADA
               DISPLAY "*** DISCIPLINA JA CADASTRADA: " WS-MNT-DISC
               GO TO 4000-EXIT
           END-IF.
           IF WS-DISC-COUNT >= 30
               DISPLAY "*** DISCMST CHEIO (30 DISCIPLINAS) - "
                   "INCLUSAO RECUSADA ***"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "INCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           ADD 1 TO WS-DISC-COUNT.
           MOVE WS-DISC-COUNT TO WS-ENTRY-SUB.
           MOVE WS-MNT-DISC TO WS-DIS-CODIGO (WS-ENTRY-SUB).
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           PERFORM 7000-REWRITE-DISCMST THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "INCLUSAO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "DISCIPLINA INCLUIDA: " WS-MNT-DISC.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-ACCEPT-CAMPOS - OBTEM DESCRICAO E SITUACAO             *
      *----------------------------------------------------------------*
       4500-ACCEPT-CAMPOS.
           DISPLAY "DESCRICAO DA DISCIPLINA: ".
           ACCEPT WS-DIS-DESC (WS-ENTRY-SUB).
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4600-ACCEPT-SITUACAO THRU 4600-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4500-EXIT.
           EXIT.
       4600-ACCEPT-SITUACAO.
           DISPLAY "SITUACAO (A-ATIVA  I-INATIVA): ".
           ACCEPT WS-DIS-SITUACAO (WS-ENTRY-SUB).
           IF WS-DIS-SITUACAO (WS-ENTRY-SUB) = 'A' OR 'I'
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** SITUACAO INVALIDA - DIGITE A OU I ***"
               MOVE "WS-DIS-SITUACAO" TO WS-ERR-FIELD-NAME
               MOVE WS-DIS-SITUACAO (WS-ENTRY-SUB) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERACAO - REGRAVA OS CAMPOS DE UMA DISCIPLINA        *
      *----------------------------------------------------------------*
       5000-ALTERACAO.
           PERFORM 2300-GET-DISC THRU 2300-EXIT.
           PERFORM 2400-FIND-DISC THRU 2400-EXIT.
           IF NOT WS-DISC-ACHADA
               DISPLAY "DISCIPLINA NAO ENCONTRADA: " WS-MNT-DISC
               GO TO 5000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           PERFORM 7000-REWRITE-DISCMST THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "DISCIPLINA ALTERADA: " WS-MNT-DISC.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-EXCLUSAO - REMOVE UMA DISCIPLINA SEM NOTAS LANCADAS    *
      *----------------------------------------------------------------*
       6000-EXCLUSAO.
           PERFORM 2300-GET-DISC THRU 2300-EXIT.
           PERFORM 2400-FIND-DISC THRU 2400-EXIT.
           IF NOT WS-DISC-ACHADA
               DISPLAY "DISCIPLINA NAO ENCONTRADA: " WS-MNT-DISC
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-NOTAMST THRU 6100-EXIT.
           IF WS-DISC-EM-USO
               DISPLAY "*** DISCIPLINA " WS-MNT-DISC " JA TEM NOTAS "
                   "NO NOTAMST - INATIVE EM VEZ DE EXCLUIR ***"
               MOVE "WS-MNT-DISC" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-DISC TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "CONFIRMA A EXCLUSAO DA DISCIPLINA " WS-MNT-DISC
               " (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "EXCLUSAO CANCELADA."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "EXCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 6300-REMOVE-ENTRY THRU 6300-EXIT.
           PERFORM 7000-REWRITE-DISCMST THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "EXCLUSAO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "DISCIPLINA EXCLUIDA: " WS-MNT-DISC.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6100-CHECK-NOTAMST - PROCURA NOTAS DA DISCIPLINA NO MESTRE  *
      *    DE NOTAS (A CHAVE COMECA PELA MATRICULA, ENTAO A PROCURA E  *
      *    SEQUENCIAL)                                                 *
      *----------------------------------------------------------------*
       6100-CHECK-NOTAMST.
           MOVE 'N' TO WS-USO-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT NOTA-FILE-IN.
           IF NOT WS-NOTA-OK
               DISPLAY "*** NOTAMST NAO PUDE SER ABERTO - STATUS: "
                   WS-NOTA-STATUS " - EXCLUSAO SEM CONFERENCIA ***"
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           IF NOT WS-EOF
               PERFORM 6150-READ-NOTA THRU 6150-EXIT
           END-IF.
           PERFORM 6200-SCAN-NOTA THRU 6200-EXIT
               UNTIL WS-EOF OR WS-DISC-EM-USO.
           CLOSE NOTA-FILE-IN.
       6100-EXIT.
           EXIT.
       6150-READ-NOTA.
           READ NOTA-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       6150-EXIT.
           EXIT.
       6200-SCAN-NOTA.
           IF NOTA-DISCIPLINA = WS-MNT-DISC
               MOVE 'Y' TO WS-USO-SW
           ELSE
               PERFORM 6150-READ-NOTA THRU 6150-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
       6300-REMOVE-ENTRY.
           PERFORM 6350-SHIFT-ENTRY THRU 6350-EXIT
               VARYING WS-ENTRY-SUB FROM WS-ENTRY-SUB BY 1
               UNTIL WS-ENTRY-SUB >= WS-DISC-COUNT.
           SUBTRACT 1 FROM WS-DISC-COUNT.
       6300-EXIT.
           EXIT.
       6350-SHIFT-ENTRY.
           MOVE WS-DISC-ENTRY (WS-ENTRY-SUB + 1)
               TO WS-DISC-ENTRY (WS-ENTRY-SUB).
       6350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6500-LISTAGEM - TODAS AS DISCIPLINAS COM A SITUACAO         *
      *----------------------------------------------------------------*
       6500-LISTAGEM.
           IF WS-DISC-COUNT = ZERO
               DISPLAY "NENHUMA DISCIPLINA NO CADASTRO."
               GO TO 6500-EXIT
           END-IF.
           DISPLAY "DISC DESCRICAO                      SIT".
           PERFORM 6700-SHOW-DISC-LINE THRU 6700-EXIT
               VARYING WS-DISC-IDX FROM 1 BY 1
               UNTIL WS-DISC-IDX > WS-DISC-COUNT.
       6500-EXIT.
           EXIT.
       6700-SHOW-DISC-LINE.
           DISPLAY WS-DIS-CODIGO (WS-DISC-IDX) " "
               WS-DIS-DESC (WS-DISC-IDX) "  "
               WS-DIS-SITUACAO (WS-DISC-IDX).
       6700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-REWRITE-DISCMST - REGRAVA O ARQUIVO INTEIRO A PARTIR   *
      *                           DA TABELA APOS UMA ACAO APLICADA     *
      *----------------------------------------------------------------*
       7000-REWRITE-DISCMST.
           OPEN OUTPUT DISC-FILE-IO.
           PERFORM 7100-WRITE-DISC-ENTRY THRU 7100-EXIT
               VARYING WS-DISC-IDX FROM 1 BY 1
               UNTIL WS-DISC-IDX > WS-DISC-COUNT.
           CLOSE DISC-FILE-IO.
       7000-EXIT.
           EXIT.
       7100-WRITE-DISC-ENTRY.
           MOVE SPACES TO DISC-RECORD.
           MOVE WS-DIS-CODIGO (WS-DISC-IDX)   TO DISC-CODIGO.
           MOVE WS-DIS-DESC (WS-DISC-IDX)     TO DISC-DESCRICAO.
           MOVE WS-DIS-SITUACAO (WS-DISC-IDX) TO DISC-SITUACAO.
           WRITE DISC-RECORD.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-FORMAT-IMAGE - MONTA A IMAGEM DA DISCIPLINA (CODIGO,   *
      *    SITUACAO E DESCRICAO NO QUE COUBER) PARA A AUDITORIA        *
      *----------------------------------------------------------------*
       7900-FORMAT-IMAGE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING WS-DIS-CODIGO (WS-ENTRY-SUB) " "
               WS-DIS-SITUACAO (WS-ENTRY-SUB) " "
               WS-DIS-DESC (WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       7900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-SUMMARY - GRAVA O RESUMO DA SESSAO NA      *
      *                               TRILHA DE AUDITORIA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "DISCMNT" TO AUDIT-PROGRAM-ID.
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
           MOVE "DISCMNT" TO AUDIT-PROGRAM-ID.
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
           MOVE "DISCMNT" TO ERROR-PROGRAM-ID.
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
           DISPLAY "FIM DA MANUTENCAO DO CADASTRO DE DISCIPLINAS.".
       9999-EXIT.
           EXIT.
       END PROGRAM discmnt.
