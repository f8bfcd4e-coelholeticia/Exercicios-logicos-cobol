      *MANUTENCAO ONLINE DO CADASTRO DE TURMAS (TURMAMST). CONSULTA,
      *INCLUSAO, ALTERACAO E EXCLUSAO PELO CODIGO DE QUATRO POSICOES,
      *COM DESCRICAO, TURNO, PROFESSOR RESPONSAVEL (CODIGO VALIDADO
      *CONTRA O CADASTRO DE PROFESSORES - PROFMST), CAPACIDADE E
      *MENSALIDADE, E
      *IMAGEM ANTES/DEPOIS DE CADA ACAO NO AUDITLOG. A EXCLUSAO E
      *RECUSADA SE A TURMA AINDA TEM ALUNOS NO ROSTIN. A FUNCAO L
      *(LISTAGEM) MOSTRA CADA TURMA COM A QUANTIDADE DE MATRICULADOS
      *                   NA ENTRADA - CHAMADO DE NOVO PELO MENU NA   *
      *                   MESMA SESSAO, O PROGRAMA ENCERRAVA NA HORA  *
      *                   COM A CHAVE F DA SESSAO ANTERIOR            *
      *  2026-10-15 JLC   VALOR DA MENSALIDADE DA TURMA NO CADASTRO - *
      *                   BASE DO FATURAMENTO MENSAL (MENSFAT)        *
      *  2026-10-15 JLC   PROFESSOR RESPONSAVEL PELO CODIGO DO         *
      *                   CADASTRO DE PROFESSORES (PROFMST) EM VEZ DO  *
      *                   NOME DIGITADO - CODIGO INEXISTENTE OU        *
      *                   PROFESSOR INATIVO RECUSADO E REGISTRADO NO   *
      *                   INPTERR                                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. turmamnt.
       FILE-CONTROL.
           SELECT OPTIONAL TURMA-FILE-IO ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROF-FILE-IN ASSIGN TO PROFMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TURMA-FILE-IO
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  PROF-FILE-IN
           RECORDING MODE IS F.
           COPY PROFREC.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  AUDIT-FILE-OUT
               10  WS-TUR-CODIGO         PIC X(04).
               10  WS-TUR-DESC           PIC X(30).
               10  WS-TUR-TURNO          PIC X(01).
               10  WS-TUR-PROF           PIC X(04).
               10  WS-TUR-CAPAC          PIC 9(03).
               10  WS-TUR-MENSAL         PIC 9(05)V99.
               10  WS-TUR-MATRICULADOS   PIC 9(03).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-ENTRY-SUB               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CADASTRO DE PROFESSORES - VALIDACAO DO RESPONSAVEL      *
      *----------------------------------------------------------------*
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY OCCURS 100 TIMES INDEXED BY WS-PROF-IDX.
               10  WS-PRF-CODIGO         PIC X(04).
               10  WS-PRF-NOME           PIC X(30).
               10  WS-PRF-SITUACAO       PIC X(01).
       77  WS-PROF-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-PROF-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-PROF-ACHADO             VALUE 'Y'.
       77  WS-PROF-NOME-ACHADO        PIC X(30) VALUE SPACES.
       77  WS-PROF-SIT-ACHADA         PIC X(01) VALUE SPACE.
       77  WS-PROF-ANTERIOR           PIC X(04) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FUNCAO                 PIC X(01) VALUE SPACE.
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1100-LOAD-TURMAS THRU 1100-EXIT.
           PERFORM 1300-LOAD-PROFESSORES THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-TURMAS.
               MOVE TURM-CODIGO     TO WS-TUR-CODIGO (WS-TURMA-COUNT)
               MOVE TURM-DESCRICAO  TO WS-TUR-DESC (WS-TURMA-COUNT)
               MOVE TURM-TURNO      TO WS-TUR-TURNO (WS-TURMA-COUNT)
               MOVE TURM-PROF-ID    TO WS-TUR-PROF (WS-TURMA-COUNT)
               IF TURM-CAPACIDADE IS NUMERIC
                   MOVE TURM-CAPACIDADE
                       TO WS-TUR-CAPAC (WS-TURMA-COUNT)
               ELSE
                   MOVE ZERO TO WS-TUR-CAPAC (WS-TURMA-COUNT)
               END-IF
               IF TURM-MENSALIDADE IS NUMERIC
                   MOVE TURM-MENSALIDADE
                       TO WS-TUR-MENSAL (WS-TURMA-COUNT)
               ELSE
                   MOVE ZERO TO WS-TUR-MENSAL (WS-TURMA-COUNT)
               END-IF
               MOVE ZERO TO WS-TUR-MATRICULADOS (WS-TURMA-COUNT)
           ELSE
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-LOAD-PROFESSORES - CARREGA O CADASTRO DE PROFESSORES   *
      *    PARA A VALIDACAO DO PROFESSOR RESPONSAVEL                   *
      *----------------------------------------------------------------*
       1300-LOAD-PROFESSORES.
           MOVE ZERO TO WS-PROF-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PROF-FILE-IN.
           PERFORM 1350-READ-PROF THRU 1350-EXIT.
           PERFORM 1400-LOAD-PROF-ENTRY THRU 1400-EXIT
               UNTIL WS-EOF.
           CLOSE PROF-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-PROF-COUNT = ZERO
               DISPLAY "*** PROFMST VAZIO - CADASTRE OS PROFESSORES "
                   "(PROFMNT) ANTES DE INCLUIR OU ALTERAR TURMAS ***"
           END-IF.
       1300-EXIT.
           EXIT.
       1350-READ-PROF.
           READ PROF-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1350-EXIT.
           EXIT.
       1400-LOAD-PROF-ENTRY.
           IF WS-PROF-COUNT < 100
               ADD 1 TO WS-PROF-COUNT
               MOVE PROF-CODIGO   TO WS-PRF-CODIGO (WS-PROF-COUNT)
               MOVE PROF-NOME     TO WS-PRF-NOME (WS-PROF-COUNT)
               MOVE PROF-SITUACAO TO WS-PRF-SITUACAO (WS-PROF-COUNT)
           ELSE
               DISPLAY "*** PROFMST TEM MAIS DE 100 PROFESSORES - "
                   PROF-CODIGO " IGNORADO ***"
           END-IF.
           PERFORM 1350-READ-PROF THRU 1350-EXIT.
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-MNT-LOOP - MOSTRA AS FUNCOES, OBTEM E EXECUTA A ACAO   *
      *----------------------------------------------------------------*
       2000-MNT-LOOP.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-FIND-PROF - PROCURA O PROFESSOR DA TURMA CORRENTE NO   *
      *    CADASTRO E DEVOLVE O NOME E A SITUACAO                      *
      *----------------------------------------------------------------*
       2500-FIND-PROF.
           MOVE 'N' TO WS-PROF-FOUND-SW.
           MOVE "*** PROFESSOR NAO CADASTRADO" TO WS-PROF-NOME-ACHADO.
           MOVE SPACE TO WS-PROF-SIT-ACHADA.
           IF WS-PROF-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           SET WS-PROF-IDX TO 1.
           SEARCH WS-PROF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PROF-IDX > WS-PROF-COUNT
                   CONTINUE
               WHEN WS-PRF-CODIGO (WS-PROF-IDX)
                       = WS-TUR-PROF (WS-ENTRY-SUB)
                   MOVE 'Y' TO WS-PROF-FOUND-SW
                   MOVE WS-PRF-NOME (WS-PROF-IDX)
                       TO WS-PROF-NOME-ACHADO
                   MOVE WS-PRF-SITUACAO (WS-PROF-IDX)
                       TO WS-PROF-SIT-ACHADA
           END-SEARCH.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONSULTA - MOSTRA A TURMA NO CONSOLE                   *
      *----------------------------------------------------------------*
       3000-CONSULTA.
           PERFORM 2300-GET-TURMA THRU 2300-EXIT.
           PERFORM 2400-FIND-TURMA THRU 2400-EXIT.
           IF WS-TURMA-ACHADA
               PERFORM 2500-FIND-PROF THRU 2500-EXIT
               DISPLAY "TURMA: " WS-TUR-CODIGO (WS-ENTRY-SUB)
                   " " WS-TUR-DESC (WS-ENTRY-SUB)
               DISPLAY "TURNO: " WS-TUR-TURNO (WS-ENTRY-SUB)
                   " CAPACIDADE: " WS-TUR-CAPAC (WS-ENTRY-SUB)
               DISPLAY "PROFESSOR: " WS-TUR-PROF (WS-ENTRY-SUB)
                   " " WS-PROF-NOME-ACHADO
               DISPLAY "MENSALIDADE: " WS-TUR-MENSAL (WS-ENTRY-SUB)
           ELSE
               DISPLAY "TURMA NAO ENCONTRADA: " WS-MNT-TURMA
           END-IF.
                   "RECUSADA ***"
               GO TO 4000-EXIT
           END-IF.
           IF WS-PROF-COUNT = ZERO
               DISPLAY "*** PROFMST VAZIO - INCLUSAO RECUSADA ***"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "INCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           ADD 1 TO WS-TURMA-COUNT.
           MOVE WS-TURMA-COUNT TO WS-ENTRY-SUB.
           MOVE WS-MNT-TURMA TO WS-TUR-CODIGO (WS-ENTRY-SUB).
           MOVE SPACES TO WS-TUR-PROF (WS-ENTRY-SUB).
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           MOVE ZERO TO WS-TUR-MATRICULADOS (WS-ENTRY-SUB).
           PERFORM 7000-REWRITE-TURMAMST THRU 7000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-ACCEPT-CAMPOS - OBTEM DESCRICAO, TURNO, CODIGO DO      *
      *    PROFESSOR, CAPACIDADE E MENSALIDADE DA TURMA                *
      *----------------------------------------------------------------*
       4500-ACCEPT-CAMPOS.
           DISPLAY "DESCRICAO DA TURMA: ".
           ACCEPT WS-TUR-DESC (WS-ENTRY-SUB).
           DISPLAY "TURNO (M-MANHA  T-TARDE  N-NOITE): ".
           ACCEPT WS-TUR-TURNO (WS-ENTRY-SUB).
           MOVE WS-TUR-PROF (WS-ENTRY-SUB) TO WS-PROF-ANTERIOR.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4800-ACCEPT-PROFESSOR THRU 4800-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4600-ACCEPT-CAPACIDADE THRU 4600-EXIT
               UNTIL WS-ENTRADA-VALIDA.
           MOVE 'N' TO WS-VALID-SW.
           PERFORM 4700-ACCEPT-MENSALIDADE THRU 4700-EXIT
               UNTIL WS-ENTRADA-VALIDA.
       4500-EXIT.
           EXIT.
       4600-ACCEPT-CAPACIDADE.
           END-IF.
       4600-EXIT.
           EXIT.
       4700-ACCEPT-MENSALIDADE.
           DISPLAY "MENSALIDADE (ATE 99999.99): ".
           ACCEPT WS-TUR-MENSAL (WS-ENTRY-SUB).
           IF WS-TUR-MENSAL (WS-ENTRY-SUB) IS NUMERIC
               MOVE 'Y' TO WS-VALID-SW
           ELSE
               DISPLAY "*** MENSALIDADE INVALIDA - DIGITE O VALOR ***"
               MOVE "WS-TUR-MENSAL" TO WS-ERR-FIELD-NAME
               MOVE WS-TUR-MENSAL (WS-ENTRY-SUB) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4800-ACCEPT-PROFESSOR - CODIGO DO PROFESSOR RESPONSAVEL,    *
      *    QUE TEM DE ESTAR NO PROFMST; PROFESSOR INATIVO SO FICA SE   *
      *    JA ERA O RESPONSAVEL DA TURMA                               *
      *----------------------------------------------------------------*
       4800-ACCEPT-PROFESSOR.
           DISPLAY "CODIGO DO PROFESSOR RESPONSAVEL (PROFMST): ".
           ACCEPT WS-TUR-PROF (WS-ENTRY-SUB).
           PERFORM 2500-FIND-PROF THRU 2500-EXIT.
           IF NOT WS-PROF-ACHADO
               DISPLAY "*** PROFESSOR NAO CADASTRADO - DIGITE UM "
                   "CODIGO DO PROFMST ***"
               MOVE "WS-TUR-PROF" TO WS-ERR-FIELD-NAME
               MOVE WS-TUR-PROF (WS-ENTRY-SUB) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
               GO TO 4800-EXIT
           END-IF.
           IF WS-PROF-SIT-ACHADA = 'I'
                   AND WS-TUR-PROF (WS-ENTRY-SUB)
                       NOT = WS-PROF-ANTERIOR
               DISPLAY "*** PROFESSOR INATIVO - ESCOLHA OUTRO ***"
               MOVE "WS-TUR-PROF" TO WS-ERR-FIELD-NAME
               MOVE WS-TUR-PROF (WS-ENTRY-SUB) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 'N' TO WS-VALID-SW
               GO TO 4800-EXIT
           END-IF.
           DISPLAY "PROFESSOR: " WS-PROF-NOME-ACHADO.
           MOVE 'Y' TO WS-VALID-SW.
       4800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-ALTERACAO - REGRAVA OS CAMPOS DE UMA TURMA             *
      *----------------------------------------------------------------*
               DISPLAY "TURMA NAO ENCONTRADA: " WS-MNT-TURMA
               GO TO 5000-EXIT
           END-IF.
           IF WS-PROF-COUNT = ZERO
               DISPLAY "*** PROFMST VAZIO - ALTERACAO RECUSADA ***"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           MOVE WS-TUR-CODIGO (WS-TURMA-IDX) TO TURM-CODIGO.
           MOVE WS-TUR-DESC (WS-TURMA-IDX)   TO TURM-DESCRICAO.
           MOVE WS-TUR-TURNO (WS-TURMA-IDX)  TO TURM-TURNO.
           MOVE WS-TUR-PROF (WS-TURMA-IDX)   TO TURM-PROF-ID.
           MOVE WS-TUR-CAPAC (WS-TURMA-IDX)  TO TURM-CAPACIDADE.
           MOVE WS-TUR-MENSAL (WS-TURMA-IDX) TO TURM-MENSALIDADE.
           WRITE TURMA-RECORD.
       7100-EXIT.
           EXIT.
