      *MANUTENCAO ONLINE DO CADASTRO DE PROFESSORES (PROFMST).
      *CONSULTA, INCLUSAO, ALTERACAO E EXCLUSAO PELO CODIGO DE QUATRO
      *POSICOES, COM NOME, DISCIPLINA LANCADA PELO PROFESSOR (VALIDADA
      *CONTRA O DISCMST, EM BRANCO PARA O POLIVALENTE) E SITUACAO
      *(A-ATIVO  I-INATIVO), E IMAGEM ANTES/DEPOIS DE CADA ACAO NO
      *AUDITLOG. O CODIGO E O QUE O TURMAMNT GRAVA COMO PROFESSOR
      *RESPONSAVEL DA TURMA; A EXCLUSAO E RECUSADA ENQUANTO ALGUMA
      *TURMA DO TURMAMST APONTAR PARA O PROFESSOR - NESSE CASO A
      *SECRETARIA INATIVA O PROFESSOR E TROCA O RESPONSAVEL DAS
      *TURMAS. A FUNCAO L (LISTAGEM) MOSTRA TODOS OS PROFESSORES. O
      *ARQUIVO E CARREGADO EM TABELA NA ABERTURA E REGRAVADO INTEIRO
      *APOS CADA ACAO APLICADA, COMO O TURMAMNT.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - MANUTENCAO DO CADASTRO    *
      *                   DE PROFESSORES COM AUDITORIA                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. profmnt.
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
           SELECT OPTIONAL PROF-FILE-IO ASSIGN TO PROFMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISC-FILE-IN ASSIGN TO DISCMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROF-FILE-IO
           RECORDING MODE IS F.
           COPY PROFREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  DISC-FILE-IN
           RECORDING MODE IS F.
           COPY DISCREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        CADASTRO DE PROFESSORES CARREGADO EM TABELA             *
      *----------------------------------------------------------------*
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY OCCURS 100 TIMES INDEXED BY WS-PROF-IDX.
               10  WS-PRF-CODIGO         PIC X(04).
               10  WS-PRF-NOME           PIC X(30).
               10  WS-PRF-DISC           PIC X(04).
               10  WS-PRF-SITUACAO       PIC X(01).
       77  WS-PROF-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-ENTRY-SUB               PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CADASTRO DE DISCIPLINAS - VALIDACAO DA DISCIPLINA       *
      *----------------------------------------------------------------*
       01  WS-DISC-TABLE.
           05  WS-DISC-ENTRY OCCURS 30 TIMES INDEXED BY WS-DISC-IDX.
               10  WS-DIS-CODIGO         PIC X(04).
               10  WS-DIS-SITUACAO       PIC X(01).
       77  WS-DISC-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-DISC-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-DISC-ACHADA             VALUE 'Y'.
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
       77  WS-VALID-SW               PIC X(01) VALUE 'N'.
           88  WS-ENTRADA-VALIDA         VALUE 'Y'.
       77  WS-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-PROF-ACHADO            VALUE 'Y'.
       77  WS-USO-SW                 PIC X(01) VALUE 'N'.
           88  WS-PROF-EM-USO            VALUE 'Y'.
       77  WS-CONFIRMA               PIC X(01) VALUE 'N'.
       77  WS-MNT-PROF               PIC X(04) VALUE SPACES.
       77  WS-TURMA-USO              PIC X(04) VALUE SPACES.
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
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E CARREGA OS        *
      *                      CADASTROS DE PROFESSORES E DISCIPLINAS    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACE TO WS-FUNCAO.
           MOVE ZERO TO WS-CONT-ALTERACOES.
           MOVE ZERO TO WS-PROF-COUNT.
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
           PERFORM 1100-LOAD-PROFESSORES THRU 1100-EXIT.
           PERFORM 1300-LOAD-DISCIPLINAS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-PROFESSORES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PROF-FILE-IO.
           PERFORM 1150-READ-PROF THRU 1150-EXIT.
           PERFORM 1200-LOAD-PROF-ENTRY THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE PROF-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
       1100-EXIT.
           EXIT.
       1150-READ-PROF.
           READ PROF-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1150-EXIT.
           EXIT.
       1200-LOAD-PROF-ENTRY.
           IF WS-PROF-COUNT < 100
               ADD 1 TO WS-PROF-COUNT
               MOVE PROF-CODIGO     TO WS-PRF-CODIGO (WS-PROF-COUNT)
               MOVE PROF-NOME       TO WS-PRF-NOME (WS-PROF-COUNT)
               MOVE PROF-DISCIPLINA TO WS-PRF-DISC (WS-PROF-COUNT)
               IF PROF-INATIVO
                   MOVE 'I' TO WS-PRF-SITUACAO (WS-PROF-COUNT)
               ELSE
                   MOVE 'A' TO WS-PRF-SITUACAO (WS-PROF-COUNT)
               END-IF
           ELSE
               DISPLAY "*** PROFMST TEM MAIS DE 100 PROFESSORES - "
                   PROF-CODIGO " IGNORADO ***"
           END-IF.
           PERFORM 1150-READ-PROF THRU 1150-EXIT.
       1200-EXIT.
           EXIT.
       1300-LOAD-DISCIPLINAS.
           MOVE ZERO TO WS-DISC-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISC-FILE-IN.
           PERFORM 1350-READ-DISC THRU 1350-EXIT.
           PERFORM 1400-LOAD-DISC-ENTRY THRU 1400-EXIT
               UNTIL WS-EOF.
           CLOSE DISC-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1300-EXIT.
           EXIT.
       1350-READ-DISC.
           READ DISC-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1350-EXIT.
           EXIT.
       1400-LOAD-DISC-ENTRY.
           IF WS-DISC-COUNT < 30
               ADD 1 TO WS-DISC-COUNT
               MOVE DISC-CODIGO   TO WS-DIS-CODIGO (WS-DISC-COUNT)
               MOVE DISC-SITUACAO TO WS-DIS-SITUACAO (WS-DISC-COUNT)
           ELSE
               DISPLAY "*** DISCMST TEM MAIS DE 30 DISCIPLINAS - "
                   DISC-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1350-READ-DISC THRU 1350-EXIT.
       1400-EXIT.
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
           DISPLAY " MANUTENCAO DO CADASTRO DE PROFESSORES       ".
           DISPLAY "=============================================".
           DISPLAY " C - CONSULTA POR CODIGO DE PROFESSOR".
           DISPLAY " I - INCLUSAO DE PROFESSOR".
           DISPLAY " A - ALTERACAO DE PROFESSOR".
           DISPLAY " E - EXCLUSAO DE PROFESSOR".
           DISPLAY " L - LISTAGEM DOS PROFESSORES".
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
       2300-GET-PROF.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 2310-ACCEPT-PROF THRU 2310-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       2300-EXIT.
           EXIT.
       2310-ACCEPT-PROF.
           DISPLAY "DIGITE O CODIGO DO PROFESSOR (4 POSICOES): ".
           ACCEPT WS-MNT-PROF.
           IF WS-MNT-PROF NOT = SPACES
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** PROFESSOR EM BRANCO - DIGITE O CODIGO ***"
               MOVE "WS-MNT-PROF" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-PROF TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2310-EXIT.
           EXIT.
       2400-FIND-PROF.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-ENTRY-SUB.
           IF WS-PROF-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF.
           SET WS-PROF-IDX TO 1.
           SEARCH WS-PROF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PROF-IDX > WS-PROF-COUNT
                   CONTINUE
               WHEN WS-PRF-CODIGO (WS-PROF-IDX) = WS-MNT-PROF
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-ENTRY-SUB TO WS-PROF-IDX
           END-SEARCH.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONSULTA - MOSTRA O PROFESSOR NO CONSOLE               *
      *----------------------------------------------------------------*
       3000-CONSULTA.
           PERFORM 2300-GET-PROF THRU 2300-EXIT.
           PERFORM 2400-FIND-PROF THRU 2400-EXIT.
           IF WS-PROF-ACHADO
               DISPLAY "PROFESSOR: " WS-PRF-CODIGO (WS-ENTRY-SUB)
                   " " WS-PRF-NOME (WS-ENTRY-SUB)
               DISPLAY "DISCIPLINA: " WS-PRF-DISC (WS-ENTRY-SUB)
                   " SITUACAO: " WS-PRF-SITUACAO (WS-ENTRY-SUB)
           ELSE
               DISPLAY "PROFESSOR NAO ENCONTRADO: " WS-MNT-PROF
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-INCLUSAO - INCLUI UM PROFESSOR NOVO NO CADASTRO        *
      *----------------------------------------------------------------*
       4000-INCLUSAO.
           PERFORM 2300-GET-PROF THRU 2300-EXIT.
           PERFORM 2400-FIND-PROF THRU 2400-EXIT.
           IF WS-PROF-ACHADO
               DISPLAY "*** PROFESSOR JA CADASTRADO: " WS-MNT-PROF
               GO TO 4000-EXIT
           END-IF.
           IF WS-PROF-COUNT >= 100
               DISPLAY "*** PROFMST CHEIO (100 PROFESSORES) - "
                   "INCLUSAO RECUSADA ***"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "INCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           ADD 1 TO WS-PROF-COUNT.
           MOVE WS-PROF-COUNT TO WS-ENTRY-SUB.
           MOVE WS-MNT-PROF TO WS-PRF-CODIGO (WS-ENTRY-SUB).
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           PERFORM 7000-REWRITE-PROFMST THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "INCLUSAO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "PROFESSOR INCLUIDO: " WS-MNT-PROF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-ACCEPT-CAMPOS - OBTEM NOME, DISCIPLINA E SITUACAO      *
      *----------------------------------------------------------------*
       4500-ACCEPT-CAMPOS.
           DISPLAY "NOME DO PROFESSOR: ".
           ACCEPT WS-PRF-NOME (WS-ENTRY-SUB).
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4700-ACCEPT-DISCIPLINA THRU 4700-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4600-ACCEPT-SITUACAO THRU 4600-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4500-EXIT.
           EXIT.
       4600-ACCEPT-SITUACAO.
           DISPLAY "SITUACAO (A-ATIVO  I-INATIVO): ".
           ACCEPT WS-PRF-SITUACAO (WS-ENTRY-SUB).
           IF WS-PRF-SITUACAO (WS-ENTRY-SUB) = 'A' OR 'I'
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** SITUACAO INVALIDA - DIGITE A OU I ***"
               MOVE "WS-PRF-SITUACAO" TO WS-ERR-FIELD-NAME
               MOVE WS-PRF-SITUACAO (WS-ENTRY-SUB) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4700-ACCEPT-DISCIPLINA - DISCIPLINA QUE O PROFESSOR LANCA;  *
      *    EM BRANCO PARA O POLIVALENTE, SENAO TEM DE ESTAR NO DISCMST *
      *----------------------------------------------------------------*
       4700-ACCEPT-DISCIPLINA.
           DISPLAY "DISCIPLINA (DISCMST - EM BRANCO SE POLIVALENTE): ".
           ACCEPT WS-PRF-DISC (WS-ENTRY-SUB).
           IF WS-PRF-DISC (WS-ENTRY-SUB) = SPACES
               MOVE 'Y' TO WS-VALID-SW
               GO TO 4700-EXIT
           END-IF.
           MOVE 'N' TO WS-DISC-FOUND-SW.
           IF WS-DISC-COUNT > ZERO
               SET WS-DISC-IDX TO 1
               SEARCH WS-DISC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DISC-IDX > WS-DISC-COUNT
                       CONTINUE
                   WHEN WS-DIS-CODIGO (WS-DISC-IDX)
                           = WS-PRF-DISC (WS-ENTRY-SUB)
                       MOVE 'Y' TO WS-DISC-FOUND-SW
               END-SEARCH
           END-IF.
           IF WS-DISC-ACHADA
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** DISCIPLINA NAO CADASTRADA NO DISCMST ***"
               MOVE "WS-PRF-DISC" TO WS-ERR-FIELD-NAME
               MOVE WS-PRF-DISC (WS-ENTRY-SUB) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERACAO - REGRAVA OS CAMPOS DE UM PROFESSOR          *
      *----------------------------------------------------------------*
       5000-ALTERACAO.
           PERFORM 2300-GET-PROF THRU 2300-EXIT.
           PERFORM 2400-FIND-PROF THRU 2400-EXIT.
           IF NOT WS-PROF-ACHADO
               DISPLAY "PROFESSOR NAO ENCONTRADO: " WS-MNT-PROF
               GO TO 5000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           PERFORM 7000-REWRITE-PROFMST THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "PROFESSOR ALTERADO: " WS-MNT-PROF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-EXCLUSAO - REMOVE UM PROFESSOR SEM TURMAS              *
      *----------------------------------------------------------------*
       6000-EXCLUSAO.
           PERFORM 2300-GET-PROF THRU 2300-EXIT.
           PERFORM 2400-FIND-PROF THRU 2400-EXIT.
           IF NOT WS-PROF-ACHADO
               DISPLAY "PROFESSOR NAO ENCONTRADO: " WS-MNT-PROF
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-TURMAMST THRU 6100-EXIT.
           IF WS-PROF-EM-USO
               DISPLAY "*** PROFESSOR " WS-MNT-PROF " E RESPONSAVEL "
                   "PELA TURMA " WS-TURMA-USO " - INATIVE EM VEZ DE "
                   "EXCLUIR ***"
               MOVE "WS-MNT-PROF" TO WS-ERR-FIELD-NAME
               MOVE WS-MNT-PROF TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "CONFIRMA A EXCLUSAO DO PROFESSOR " WS-MNT-PROF
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
           PERFORM 7000-REWRITE-PROFMST THRU 7000-EXIT.
           ADD 1 TO WS-CONT-ALTERACOES.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "EXCLUSAO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           DISPLAY "PROFESSOR EXCLUIDO: " WS-MNT-PROF.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6100-CHECK-TURMAMST - PROCURA TURMA QUE TENHA O PROFESSOR   *
      *    COMO RESPONSAVEL                                            *
      *----------------------------------------------------------------*
       6100-CHECK-TURMAMST.
           MOVE 'N' TO WS-USO-SW.
           MOVE SPACES TO WS-TURMA-USO.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 6150-READ-TURMA THRU 6150-EXIT.
           PERFORM 6200-SCAN-TURMA THRU 6200-EXIT
               UNTIL WS-EOF OR WS-PROF-EM-USO.
           CLOSE TURMA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       6100-EXIT.
           EXIT.
       6150-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       6150-EXIT.
           EXIT.
       6200-SCAN-TURMA.
           IF TURM-PROF-ID = WS-MNT-PROF
               MOVE 'Y' TO WS-USO-SW
               MOVE TURM-CODIGO TO WS-TURMA-USO
           ELSE
               PERFORM 6150-READ-TURMA THRU 6150-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
       6300-REMOVE-ENTRY.
           PERFORM 6350-SHIFT-ENTRY THRU 6350-EXIT
               VARYING WS-ENTRY-SUB FROM WS-ENTRY-SUB BY 1
               UNTIL WS-ENTRY-SUB >= WS-PROF-COUNT.
           SUBTRACT 1 FROM WS-PROF-COUNT.
       6300-EXIT.
           EXIT.
       6350-SHIFT-ENTRY.
           MOVE WS-PROF-ENTRY (WS-ENTRY-SUB + 1)
               TO WS-PROF-ENTRY (WS-ENTRY-SUB).
       6350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6500-LISTAGEM - TODOS OS PROFESSORES COM DISCIPLINA E       *
      *    SITUACAO                                                    *
      *----------------------------------------------------------------*
       6500-LISTAGEM.
           IF WS-PROF-COUNT = ZERO
               DISPLAY "NENHUM PROFESSOR NO CADASTRO."
               GO TO 6500-EXIT
           END-IF.
           DISPLAY "PROF NOME                           DISC SIT".
           PERFORM 6700-SHOW-PROF-LINE THRU 6700-EXIT
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT.
       6500-EXIT.
           EXIT.
       6700-SHOW-PROF-LINE.
           DISPLAY WS-PRF-CODIGO (WS-PROF-IDX) " "
               WS-PRF-NOME (WS-PROF-IDX) " "
               WS-PRF-DISC (WS-PROF-IDX) "  "
               WS-PRF-SITUACAO (WS-PROF-IDX).
       6700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-REWRITE-PROFMST - REGRAVA O ARQUIVO INTEIRO A PARTIR   *
      *                           DA TABELA APOS UMA ACAO APLICADA     *
      *----------------------------------------------------------------*
       7000-REWRITE-PROFMST.
           OPEN OUTPUT PROF-FILE-IO.
           PERFORM 7100-WRITE-PROF-ENTRY THRU 7100-EXIT
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT.
           CLOSE PROF-FILE-IO.
       7000-EXIT.
           EXIT.
       7100-WRITE-PROF-ENTRY.
           MOVE SPACES TO PROF-RECORD.
           MOVE WS-PRF-CODIGO (WS-PROF-IDX)   TO PROF-CODIGO.
           MOVE WS-PRF-NOME (WS-PROF-IDX)     TO PROF-NOME.
           MOVE WS-PRF-DISC (WS-PROF-IDX)     TO PROF-DISCIPLINA.
           MOVE WS-PRF-SITUACAO (WS-PROF-IDX) TO PROF-SITUACAO.
           WRITE PROF-RECORD.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-FORMAT-IMAGE - MONTA A IMAGEM DO PROFESSOR (CODIGO,    *
      *    SITUACAO, DISCIPLINA E NOME NO QUE COUBER) PARA A AUDITORIA *
      *----------------------------------------------------------------*
       7900-FORMAT-IMAGE.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING WS-PRF-CODIGO (WS-ENTRY-SUB) " "
               WS-PRF-SITUACAO (WS-ENTRY-SUB) " "
               WS-PRF-DISC (WS-ENTRY-SUB) " "
               WS-PRF-NOME (WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       7900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-SUMMARY - GRAVA O RESUMO DA SESSAO NA      *
      *                               TRILHA DE AUDITORIA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "PROFMNT" TO AUDIT-PROGRAM-ID.
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
           MOVE "PROFMNT" TO AUDIT-PROGRAM-ID.
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
           MOVE "PROFMNT" TO ERROR-PROGRAM-ID.
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
           DISPLAY "FIM DA MANUTENCAO DO CADASTRO DE PROFESSORES.".
       9999-EXIT.
           EXIT.
       END PROGRAM profmnt.
