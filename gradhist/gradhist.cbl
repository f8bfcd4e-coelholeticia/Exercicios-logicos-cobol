      *ARQUIVO HISTORICO DE NOTAS E CONSULTA DE HISTORICO ESCOLAR.
      *FUNCAO F (FECHAMENTO DO PERIODO): LE O ROSTIN E GRAVA NO
      *HISTORICO (GRADHIST) UM REGISTRO GERAL POR ALUNO COM ANO
      *LETIVO, PERIODO, AS QUATRO NOTAS, A MEDIA CALCULADA E A
      *SITUACAO FINAL, SEGUIDO DE UM REGISTRO POR DISCIPLINA DO
      *NOTAMST COM AS NOTAS, A MEDIA E A SITUACAO DA DISCIPLINA,
      *ANTES DE A SECRETARIA RECARREGAR O ROSTIN PARA O ANO
      *SEGUINTE. FUNCAO C (CONSULTA): IMPRIME NO CONSOLE O HISTORICO
      *COMPLETO DE UM ALUNO PELA MATRICULA, PARA ATENDER PEDIDOS DE
      *TRANSFERENCIA DE ESCOLA.
      *  2026-09-02 JLC   A MEDIA AGORA VEM DO SUBPROGRAMA UNICO      *
      *                   CALCMED, COM OS BIMESTRES FECHADOS E OS     *
      *                   PESOS POR BIMESTRE DO NOTAPARM              *
      *  2026-10-15 JLC   HISTORICO POR DISCIPLINA - LAYOUT NO         *
      *                   COPYBOOK HISTREC COM O CODIGO DA DISCIPLINA  *
      *                   NO FIM; O FECHAMENTO GRAVA O REGISTRO GERAL  *
      *                   (SITUACAO DO ANO PELO CALCDISC E PELA PROVA  *
      *                   FINAL) E UM REGISTRO POR DISCIPLINA DO       *
      *                   NOTAMST; A CONSULTA MOSTRA AS DISCIPLINAS    *
      *                   ABAIXO DE CADA PERIODO                       *
      *  2026-10-15 JLC   PARAMETROS DE NOTA PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradhist.
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXAMRES-FILE-IN ASSIGN TO EXAMRES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTA-FILE-IN ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREC.
       FD  EXAMRES-FILE-IN
           RECORDING MODE IS F.
       01  RES-IN-RECORD.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  NOTA-FILE-IN.
           COPY NOTAREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        ACUMULADORES E RESULTADO                                *
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
       77  WS-CONT-GRAV-DISC         PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        RESULTADOS DA PROVA FINAL CARREGADOS DO EXAMRES         *
      *----------------------------------------------------------------*
       01  WS-RES-TABLE.
      *    LETIVO/PERIODO DO FECHAMENTO                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           IF RUN-PARM-LEN > ZERO
               MOVE 'F' TO WS-FUNCAO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               PERFORM 1200-ACCEPT-FUNCAO THRU 1200-EXIT
                   UNTIL WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
           MOVE WS-EFFECTIVE-RUNDATE TO WS-RUNDATE-PARTES.
           IF WS-FUNC-FECHAMENTO
               PERFORM 1300-GET-ANO-TERMO THRU 1300-EXIT
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
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-NOTA-ABERTO-SW.
           OPEN INPUT NOTA-FILE-IN.
           IF WS-NOTA-OK
               MOVE 'Y' TO WS-NOTA-ABERTO-SW
           ELSE
               DISPLAY "*** NOTAMST NAO PUDE SER ABERTO - STATUS: "
                   WS-NOTA-STATUS " - HISTORICO SO COM O REGISTRO "
                   "GERAL ***"
           END-IF.
           OPEN EXTEND HIST-FILE.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
           PERFORM 2200-FECHAMENTO-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE
                 ROSTER-FILE-IN.
           IF WS-NOTA-ABERTO
               CLOSE NOTA-FILE-IN
           END-IF.
           DISPLAY "FECHAMENTO ENCERRADO - ALUNOS GRAVADOS: "
               WS-CONT-GRAVADOS " DISCIPLINAS: " WS-CONT-GRAV-DISC.
       2000-EXIT.
           EXIT.
       2100-READ-ROSTER.
           MOVE ROST-NOTA4     TO HIST-NOTA4.
           MOVE WS-MEDIA       TO HIST-MEDIA.
           MOVE WS-STATUS      TO HIST-STATUS.
           MOVE SPACES         TO HIST-DISCIPLINA.
           WRITE HIST-RECORD.
           ADD 1 TO WS-CONT-GRAVADOS.
           IF CDIS-DISCIPLINA (1) NOT = SPACES
               PERFORM 2250-WRITE-HIST-DISC THRU 2250-EXIT
                   VARYING CDIS-IDX FROM 1 BY 1
                   UNTIL CDIS-IDX > CDIS-QTDE
           END-IF.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2250-WRITE-HIST-DISC - REGISTRO DA DISCIPLINA LOGO APOS O   *
      *    REGISTRO GERAL DO ALUNO                                     *
      *----------------------------------------------------------------*
       2250-WRITE-HIST-DISC.
           MOVE CDIS-DISCIPLINA (CDIS-IDX) TO HIST-DISCIPLINA.
           MOVE CDIS-NOTA1 (CDIS-IDX)      TO HIST-NOTA1.
           MOVE CDIS-NOTA2 (CDIS-IDX)      TO HIST-NOTA2.
           MOVE CDIS-NOTA3 (CDIS-IDX)      TO HIST-NOTA3.
           MOVE CDIS-NOTA4 (CDIS-IDX)      TO HIST-NOTA4.
           MOVE CDIS-MEDIA (CDIS-IDX)      TO HIST-MEDIA.
           MOVE CDIS-SITUACAO (CDIS-IDX)   TO HIST-STATUS.
           WRITE HIST-RECORD.
           ADD 1 TO WS-CONT-GRAV-DISC.
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2270-LOAD-DISCIPLINAS - NOTAS DO ALUNO POR DISCIPLINA NO    *
      *    NOTAMST; SEM NOTAS, UMA UNICA DISCIPLINA SEM CODIGO COM AS  *
      *    COLUNAS DO ROSTIN (SO O REGISTRO GERAL VAI AO HISTORICO)    *
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
       3100-EXIT.
           EXIT.
       3200-CONSULTA-LOOP.
           IF HIST-MATRICULA = WS-LOOKUP-MATRICULA
                   AND NOT HIST-REGISTRO-GERAL
               DISPLAY "    DISC: " HIST-DISCIPLINA
                   " NOTAS: " HIST-NOTA1 " " HIST-NOTA2
                   " " HIST-NOTA3 " " HIST-NOTA4
                   " MEDIA: " HIST-MEDIA
                   " " HIST-STATUS
               GO TO 3200-NEXT
           END-IF.
           IF HIST-MATRICULA = WS-LOOKUP-MATRICULA
               IF WS-CONT-ACHADOS = ZERO
                   DISPLAY "HISTORICO ESCOLAR - MATRICULA: "
                   " MEDIA: " HIST-MEDIA
                   " " HIST-STATUS
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-HIST THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
           END-IF.
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
