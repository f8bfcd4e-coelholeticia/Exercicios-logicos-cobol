      *IMPRESSAO DO BOLETIM POR ALUNO A PARTIR DO ROSTIN. GERA UMA
      *PAGINA POR ALUNO NO ARQUIVO DE IMPRESSAO (BOLETIM) COM NOME,
      *TURMA, UMA LINHA POR DISCIPLINA COM AS QUATRO NOTAS
      *BIMESTRAIS, A MEDIA E A SITUACAO DA DISCIPLINA, E A MEDIA
      *GERAL E A SITUACAO DO ANO PELA REGRA DO LIMITE DE DISCIPLINAS
      *REPROVADAS DO NOTAPARM, PRONTA PARA A SECRETARIA ENVIAR DIRETO
      *A IMPRESSORA.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *                   CALCMED, COM OS BIMESTRES FECHADOS E OS     *
      *                   PESOS POR BIMESTRE DO NOTAPARM - O BOLETIM  *
      *                   NAO PODE MAIS DISCORDAR DO GRADERPT         *
      *  2026-10-15 JLC   UMA LINHA POR DISCIPLINA COM AS NOTAS DO     *
      *                   NOTAMST E A DESCRICAO DO DISCMST; SITUACAO   *
      *                   DO ANO PELO CALCDISC (LIMITE DE DISCIPLINAS  *
      *                   REPROVADAS), IGUAL AO GRADERPT               *
      *  2026-10-15 JLC   PARAMETROS DE NOTA PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. boletim.
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT RPT-FILE-OUT   ASSIGN TO BOLETIM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-MATRICULA
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT OPTIONAL NOTA-FILE-IN ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
           SELECT OPTIONAL DISC-FILE-IN ASSIGN TO DISCMST
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
           COPY TURMREC.
       FD  DEMO-FILE-IN.
           COPY DEMOREC.
       FD  NOTA-FILE-IN.
           COPY NOTAREC.
       FD  DISC-FILE-IN
           RECORDING MODE IS F.
           COPY DISCREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        DESCRICOES DO CADASTRO DE TURMAS (TURMAMST) PARA O      *
      *----------------------------------------------------------------*
           COPY CALCPARM.
      *----------------------------------------------------------------*
      *        VERSAO DOS PARAMETROS DE NOTA EM VIGOR NA DATA DE       *
      *        NEGOCIO (SUBPROGRAMA NOTAVIG), NO LAYOUT DE SEMPRE DO   *
      *        NOTAPARM                                                *
      *----------------------------------------------------------------*
           COPY NOTAVIG.
       01  PARM-IN-RECORD.
           05  PARM-NOTA-CORTE       PIC 9(02)V9.
           05  PARM-PERIODOS         PIC 9(01).
           05  PARM-NOTA-EXAME-MIN   PIC 9(02)V9.
           05  PARM-PESO1            PIC 9(01)V9.
           05  PARM-PESO2            PIC 9(01)V9.
           05  PARM-PESO3            PIC 9(01)V9.
           05  PARM-PESO4            PIC 9(01)V9.
           05  PARM-LIMITE-REPROV    PIC 9(01).
       77  WS-NOTAPARM-USO           PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        AREA DO SUBPROGRAMA CALCDISC (APROVACAO POR DISCIPLINA) *
      *        E LEITURA DAS NOTAS DO ALUNO NO NOTAMST                 *
      *----------------------------------------------------------------*
           COPY CDISPARM.
       77  WS-NOTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-NOTA-OK                VALUES "00" "05".
       77  WS-NOTA-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-NOTA-ABERTO            VALUE 'Y'.
       77  WS-NOTA-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-NOTA-EOF               VALUE 'Y'.
       77  WS-LIMITE-REPROV          PIC 9(01) VALUE 1.
      *----------------------------------------------------------------*
      *        DESCRICOES DO CADASTRO DE DISCIPLINAS (DISCMST) E       *
      *        CAMPOS EDITADOS DA LINHA DA DISCIPLINA                  *
      *----------------------------------------------------------------*
       01  WS-DDESC-TABLE.
           05  WS-DDESC-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-DDESC-IDX.
               10  WS-DDESC-CODE         PIC X(04).
               10  WS-DDESC-DESC         PIC X(30).
       77  WS-DDESC-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-DDESC-ACHADA            PIC X(22) VALUE SPACES.
       77  WS-ED-NOTA1               PIC Z9.9.
       77  WS-ED-NOTA2               PIC Z9.9.
       77  WS-ED-NOTA3               PIC Z9.9.
       77  WS-ED-NOTA4               PIC Z9.9.
       77  WS-ED-MEDIA               PIC Z9.9.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
      *                      OPERADOR                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1700-LOAD-TURMA-DESC THRU 1700-EXIT.
           PERFORM 1900-LOAD-DISC-DESC THRU 1900-EXIT.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               DISPLAY "TURMA (EM BRANCO = TODAS): "
               ACCEPT WS-TURMA-PEDIDA
           END-IF.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PARM.
           MOVE 1.0 TO CALC-PESO2.
           MOVE 1.0 TO CALC-PESO3.
           MOVE 1.0 TO CALC-PESO4.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO PARM-IN-RECORD
               STRING "NOTAPARM V" NVIG-VERSAO " VIGOR "
                   NVIG-DATA-VIGOR
                   DELIMITED BY SIZE INTO WS-NOTAPARM-USO
               MOVE PARM-NOTA-CORTE TO WS-NOTA-CORTE
               IF PARM-PERIODOS IS NUMERIC
                       AND PARM-PERIODOS >= 1
                       AND PARM-PERIODOS <= 4
                   MOVE PARM-PERIODOS TO WS-PERIODOS
               END-IF
               PERFORM 1150-READ-PESOS THRU 1150-EXIT
               IF PARM-LIMITE-REPROV IS NUMERIC
                       AND PARM-LIMITE-REPROV > ZERO
                   MOVE PARM-LIMITE-REPROV TO WS-LIMITE-REPROV
               END-IF
           ELSE
               MOVE "NOTAPARM AUSENTE - PADRAO" TO WS-NOTAPARM-USO
               MOVE WS-NOTA-CORTE-DEFAULT TO WS-NOTA-CORTE
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1900-LOAD-DISC-DESC - CARREGA AS DESCRICOES DO CADASTRO DE  *
      *    DISCIPLINAS PARA AS LINHAS DO BOLETIM                       *
      *----------------------------------------------------------------*
       1900-LOAD-DISC-DESC.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISC-FILE-IN.
           PERFORM 1950-READ-DISC THRU 1950-EXIT.
           PERFORM 1960-LOAD-DDESC-ENTRY THRU 1960-EXIT
               UNTIL WS-EOF.
           CLOSE DISC-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1900-EXIT.
           EXIT.
       1950-READ-DISC.
           READ DISC-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1950-EXIT.
           EXIT.
       1960-LOAD-DDESC-ENTRY.
           IF WS-DDESC-COUNT < 30
               ADD 1 TO WS-DDESC-COUNT
               MOVE DISC-CODIGO TO WS-DDESC-CODE (WS-DDESC-COUNT)
               MOVE DISC-DESCRICAO TO WS-DDESC-DESC (WS-DDESC-COUNT)
           ELSE
               DISPLAY "*** DISCMST TEM MAIS DE 30 DISCIPLINAS - "
                   DISC-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1950-READ-DISC THRU 1950-EXIT.
       1960-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1980-FIND-DISC-DESC - DESCRICAO DA DISCIPLINA DA LINHA;     *
      *    SEM CODIGO (ALUNO SEM NOTAS NO NOTAMST) SAI "NOTAS GERAIS"  *
      *    E CODIGO FORA DO CADASTRO SAI COM O PROPRIO CODIGO          *
      *----------------------------------------------------------------*
       1980-FIND-DISC-DESC.
           IF CDIS-DISCIPLINA (CDIS-IDX) = SPACES
               MOVE "NOTAS GERAIS" TO WS-DDESC-ACHADA
               GO TO 1980-EXIT
           END-IF.
           MOVE CDIS-DISCIPLINA (CDIS-IDX) TO WS-DDESC-ACHADA.
           IF WS-DDESC-COUNT = ZERO
               GO TO 1980-EXIT
           END-IF.
           SET WS-DDESC-IDX TO 1.
           SEARCH WS-DDESC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DDESC-IDX > WS-DDESC-COUNT
                   CONTINUE
               WHEN WS-DDESC-CODE (WS-DDESC-IDX)
                       = CDIS-DISCIPLINA (CDIS-IDX)
                   MOVE WS-DDESC-DESC (WS-DDESC-IDX)
                       TO WS-DDESC-ACHADA
           END-SEARCH.
       1980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-BATCH - LE O ROSTIN PELA CHAVE ALTERNADA DE    *
      *    TURMA E IMPRIME UMA PAGINA DE BOLETIM POR ALUNO, SO DA      *
      *    TURMA PEDIDA QUANDO HOUVE PEDIDO                            *
               DISPLAY "*** DEMOMST NAO PUDE SER ABERTO - STATUS: "
                   WS-DEMO-STATUS " - BOLETIM SEM RESPONSAVEL ***"
           END-IF.
           MOVE 'N' TO WS-NOTA-ABERTO-SW.
           OPEN INPUT NOTA-FILE-IN.
           IF WS-NOTA-OK
               MOVE 'Y' TO WS-NOTA-ABERTO-SW
           ELSE
               DISPLAY "*** NOTAMST NAO PUDE SER ABERTO - STATUS: "
                   WS-NOTA-STATUS " - NOTAS DO ROSTIN ***"
           END-IF.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
           IF WS-DEMO-ABERTO
               CLOSE DEMO-FILE-IN
           END-IF.
           IF WS-NOTA-ABERTO
               CLOSE NOTA-FILE-IN
           END-IF.
       2000-EXIT.
           EXIT.
       2100-READ-ROSTER.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2270-LOAD-DISCIPLINAS - NOTAS DO ALUNO POR DISCIPLINA NO    *
      *    NOTAMST; SEM NOTAS, UMA UNICA LINHA COM AS COLUNAS DO       *
      *    ROSTIN                                                      *
      *----------------------------------------------------------------*
       2270-LOAD-DISCIPLINAS.
           MOVE ZERO TO CDIS-QTDE.
           MOVE 'N' TO WS-NOTA-EOF-SW.
           IF NOT WS-NOTA-ABERTO
               GO TO 2270-LEGADO
           END-IF.
           MOVE ROST-MATRICULA TO NOTA-MATRICULA.
           MOVE SPACES TO NOTA-DISCIPLINA.
           MOVE ZERO TO NOTA-BIMESTRE.
           START NOTA-FILE-IN KEY NOT < NOTA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-START.
           IF NOT WS-NOTA-EOF
               PERFORM 2275-READ-NOTA THRU 2275-EXIT
           END-IF.
           PERFORM 2280-ADD-NOTA THRU 2280-EXIT
               UNTIL WS-NOTA-EOF.
       2270-LEGADO.
           IF CDIS-QTDE = ZERO
               MOVE 1 TO CDIS-QTDE
               MOVE SPACES     TO CDIS-DISCIPLINA (1)
               MOVE ROST-NOTA1 TO CDIS-NOTA1 (1)
               MOVE ROST-NOTA2 TO CDIS-NOTA2 (1)
               MOVE ROST-NOTA3 TO CDIS-NOTA3 (1)
               MOVE ROST-NOTA4 TO CDIS-NOTA4 (1)
           END-IF.
       2270-EXIT.
           EXIT.
       2275-READ-NOTA.
           READ NOTA-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-READ.
           IF NOT WS-NOTA-EOF
                   AND NOTA-MATRICULA NOT = ROST-MATRICULA
               MOVE 'Y' TO WS-NOTA-EOF-SW
           END-IF.
       2275-EXIT.
           EXIT.
       2280-ADD-NOTA.
           IF CDIS-QTDE = ZERO
                   OR CDIS-DISCIPLINA (CDIS-QTDE) NOT = NOTA-DISCIPLINA
               IF CDIS-QTDE < 15
                   ADD 1 TO CDIS-QTDE
                   MOVE NOTA-DISCIPLINA TO CDIS-DISCIPLINA (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA1 (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA2 (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA3 (CDIS-QTDE)
                   MOVE ZERO TO CDIS-NOTA4 (CDIS-QTDE)
               ELSE
                   GO TO 2280-NEXT
               END-IF
           END-IF.
           EVALUATE NOTA-BIMESTRE
               WHEN 1
                   MOVE NOTA-VALOR TO CDIS-NOTA1 (CDIS-QTDE)
               WHEN 2
                   MOVE NOTA-VALOR TO CDIS-NOTA2 (CDIS-QTDE)
               WHEN 3
                   MOVE NOTA-VALOR TO CDIS-NOTA3 (CDIS-QTDE)
               WHEN 4
                   MOVE NOTA-VALOR TO CDIS-NOTA4 (CDIS-QTDE)
           END-EVALUATE.
       2280-NEXT.
           PERFORM 2275-READ-NOTA THRU 2275-EXIT.
       2280-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-CALC-MEDIA - CALCDISC COM AS NOTAS POR DISCIPLINA, OS  *
      *    BIMESTRES FECHADOS, OS PESOS E O LIMITE DO NOTAPARM         *
      *----------------------------------------------------------------*
       2300-CALC-MEDIA.
           PERFORM 2270-LOAD-DISCIPLINAS THRU 2270-EXIT.
           MOVE WS-NOTA-CORTE TO CDIS-NOTA-CORTE.
           MOVE WS-LIMITE-REPROV TO CDIS-LIMITE-REPROV.
           MOVE WS-PERIODOS TO CALC-PERIODOS.
           CALL "calcdisc" USING CALC-MEDIA-AREA CALC-DISC-AREA.
           MOVE CDIS-MEDIA-GERAL TO WS-MEDIA.
           MOVE CDIS-SITUACAO-GERAL TO WS-STATUS.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  DISCIPLINA             1OBIM 2OBIM 3OBIM 4OBIM "
               "MEDIA SITUACAO"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 2450-PRINT-DISCIPLINA THRU 2450-EXIT
               VARYING CDIS-IDX FROM 1 BY 1
               UNTIL CDIS-IDX > CDIS-QTDE.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  MEDIA GERAL ............ " WS-MEDIA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF CDIS-DISCIPLINA (1) NOT = SPACES
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  DISC. REPROVADAS ....... " CDIS-QTDE-REPROV
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  SITUACAO ............... " WS-STATUS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2450-PRINT-DISCIPLINA - UMA LINHA POR DISCIPLINA COM AS     *
      *    NOTAS DOS QUATRO BIMESTRES, A MEDIA E A SITUACAO            *
      *----------------------------------------------------------------*
       2450-PRINT-DISCIPLINA.
           PERFORM 1980-FIND-DISC-DESC THRU 1980-EXIT.
           MOVE CDIS-NOTA1 (CDIS-IDX) TO WS-ED-NOTA1.
           MOVE CDIS-NOTA2 (CDIS-IDX) TO WS-ED-NOTA2.
           MOVE CDIS-NOTA3 (CDIS-IDX) TO WS-ED-NOTA3.
           MOVE CDIS-NOTA4 (CDIS-IDX) TO WS-ED-NOTA4.
           MOVE CDIS-MEDIA (CDIS-IDX) TO WS-ED-MEDIA.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-DDESC-ACHADA " " WS-ED-NOTA1
               "  " WS-ED-NOTA2 "  " WS-ED-NOTA3
               "  " WS-ED-NOTA4 "  " WS-ED-MEDIA
               "  " CDIS-SITUACAO (CDIS-IDX)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           IF WS-NOTAPARM-USO NOT = SPACES
               MOVE WS-NOTAPARM-USO TO AUDIT-INPUT-VALUES
               MOVE "PARAMETROS EM USO" TO AUDIT-RESULT
               WRITE AUDIT-RECORD
           END-IF.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
