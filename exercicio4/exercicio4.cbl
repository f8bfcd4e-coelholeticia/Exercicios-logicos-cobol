      *                   LAYOUT NOVO QUE O ATTUPD GERA DO MESTRE -   *
      *                   COM 9(03) UM ANO LETIVO PASSAVA DE 999      *
      *                   AULAS E O TOTAL CHEGAVA TRUNCADO            *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *  2026-10-15 JLC   APROVACAO POR DISCIPLINA - AS NOTAS VEM DO   *
      *                   NOTAMST E O CALCDISC DECIDE CADA DISCIPLINA  *
      *                   E A SITUACAO DO ANO PELO LIMITE DE           *
      *                   DISCIPLINAS REPROVADAS (PARM-LIMITE-REPROV); *
      *                   ALUNO SEM NOTAS NO NOTAMST SEGUE PELAS       *
      *                   COLUNAS DO ROSTIN. O GRADERPT IMPRIME UMA    *
      *                   LINHA POR DISCIPLINA ABAIXO DO ALUNO         *
      *  2026-10-15 JLC   ATTNDIN TRAZ AS FALTAS JUSTIFICADAS POR      *
      *                   ATESTADO CONFIRMADO; A REPROVACAO POR FALTA  *
      *                   E O PERCENTUAL DO GRADERPT CONTAM SO AS      *
      *                   FALTAS SEM JUSTIFICATIVA                     *
      *  2026-10-15 JLC   PARAMETROS DE NOTA PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exercicio4.
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL NOTA-FILE-IN ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
           SELECT RPT-FILE-OUT   ASSIGN TO GRADERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTND-FILE-IN  ASSIGN TO ATTNDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXAMRES-FILE-OUT ASSIGN TO EXAMRES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CKPT-FILE      ASSIGN TO GRDCKPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  NOTA-FILE-IN.
           COPY NOTAREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(100).
           05  ATT-MATRICULA         PIC 9(06).
           05  ATT-AULAS-DADAS       PIC 9(05).
           05  ATT-AULAS-PERDIDAS    PIC 9(05).
           05  ATT-FALTAS-JUSTIF     PIC 9(05).
       FD  ELIG-FILE
           RECORDING MODE IS F.
       01  ELIG-OUT-RECORD.
           05  RES-MATRICULA         PIC 9(06).
           05  RES-MEDIA-FINAL       PIC 9(02)V9.
           05  RES-STATUS            PIC X(09).
       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-RECORD.
           05  CKPT-ULTIMA-TURMA     PIC X(04).
           05  CKPT-TURMA-CONT       PIC 9(05).
           05  CKPT-TURMA-SOMA       PIC 9(07)V9.
           05  CKPT-CONT-DISC-REPROV PIC 9(05).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
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
       77  WS-CONT-DISC-REPROV       PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        ACUMULADORES E RESULTADO                                *
      *----------------------------------------------------------------*
       77  WS-MEDIA                  PIC 9(02)V9.
      *        FREQUENCIA (ATTNDIN) - REPROVACAO POR FALTA. O ARQUIVO  *
      *        E CARREGADO EM TABELA NO INICIO DO LOTE: COM O ROSTIN   *
      *        LIDO PELA CHAVE ALTERNADA DE TURMA, A LEITURA CASADA    *
      *        POR ORDEM DE MATRICULA DEIXOU DE SER POSSIVEL.          *
      *        WS-ATT-PERDIDAS GUARDA SO AS FALTAS SEM JUSTIFICATIVA   *
      *        (TOTAL MENOS AS JUSTIFICADAS POR ATESTADO CONFIRMADO)   *
      *----------------------------------------------------------------*
       77  WS-ATT-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-ATT-EOF                VALUE 'Y'.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** EXERCICIO4 JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** EXERCICIO4 JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
      *    O MODO DE EXECUCAO                                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           IF RUN-PARM-LEN > ZERO
               MOVE 'B' TO WS-RUN-MODE
               IF RUN-PARM-LEN >= 17 AND RUN-PARM-MODE = 'F'
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
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
               IF PARM-NOTA-EXAME-MIN IS NUMERIC
                       AND PARM-NOTA-EXAME-MIN > ZERO
                   MOVE PARM-NOTA-EXAME-MIN TO WS-NOTA-EXAME-MIN
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
           IF WS-PERIODOS < 4
               MOVE " PARCIAL" TO WS-PARCIAL-TAG
           END-IF.
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
       1400-EXIT.
           EXIT.
           IF RUNH-PROGRAM-ID = WS-RUNH-ID
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
           MOVE ZERO TO WS-CONT-REP-FALTA.
           MOVE ZERO TO WS-CONT-SEM-ALCANCE.
           MOVE ZERO TO WS-CONT-ELEGIVEIS.
           MOVE ZERO TO WS-CONT-DISC-REPROV.
           PERFORM 1700-LOAD-TURMA-DESC THRU 1700-EXIT.
           PERFORM 2060-LOAD-ATTND THRU 2060-EXIT.
           PERFORM 2050-READ-CHECKPOINT THRU 2050-EXIT.
           PERFORM 2260-OPEN-NOTAS THRU 2260-EXIT.
           OPEN INPUT  ROSTER-FILE-IN
                OUTPUT RPT-FILE-OUT.
           IF WS-WAS-RESTARTED
           CLOSE ROSTER-FILE-IN
                 RPT-FILE-OUT
                 ELIG-FILE.
           PERFORM 2265-CLOSE-NOTAS THRU 2265-EXIT.
       2000-EXIT.
           EXIT.
       2050-READ-CHECKPOINT.
                   MOVE CKPT-ULTIMA-TURMA     TO WS-TURMA-ATUAL
                   MOVE CKPT-TURMA-CONT       TO WS-TURMA-CONT
                   MOVE CKPT-TURMA-SOMA       TO WS-TURMA-SOMA-MEDIAS
                   IF CKPT-CONT-DISC-REPROV IS NUMERIC
                       MOVE CKPT-CONT-DISC-REPROV
                           TO WS-CONT-DISC-REPROV
                   END-IF
                   MOVE 'Y' TO WS-RESTARTED-SW
           END-READ.
           CLOSE CKPT-FILE.
                   TO WS-ATT-DADAS (WS-ATT-COUNT)
               MOVE ATT-AULAS-PERDIDAS
                   TO WS-ATT-PERDIDAS (WS-ATT-COUNT)
               IF ATT-FALTAS-JUSTIF IS NUMERIC
                       AND ATT-FALTAS-JUSTIF
                           NOT > WS-ATT-PERDIDAS (WS-ATT-COUNT)
                   SUBTRACT ATT-FALTAS-JUSTIF
                       FROM WS-ATT-PERDIDAS (WS-ATT-COUNT)
               END-IF
           ELSE
               DISPLAY "*** ATTNDIN TEM MAIS DE 500 ALUNOS - "
                   ATT-MATRICULA " IGNORADO ***"
           IF WS-REPROV-FALTA
               ADD 1 TO WS-CONT-REP-FALTA
           END-IF.
           ADD CDIS-QTDE-REPROV TO WS-CONT-DISC-REPROV.
           IF WS-STATUS-FINAL = "REPROVADO"
                   AND WS-MEDIA >= WS-NOTA-EXAME-MIN
               MOVE SPACES TO ELIG-OUT-RECORD
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2260-OPEN-NOTAS - ABRE O NOTAMST PARA A LEITURA DAS NOTAS   *
      *    POR DISCIPLINA; SEM O ARQUIVO TODOS OS ALUNOS SEGUEM PELAS  *
      *    COLUNAS DO ROSTIN                                           *
      *----------------------------------------------------------------*
       2260-OPEN-NOTAS.
           MOVE 'N' TO WS-NOTA-ABERTO-SW.
           OPEN INPUT NOTA-FILE-IN.
           IF WS-NOTA-OK
               MOVE 'Y' TO WS-NOTA-ABERTO-SW
           ELSE
               DISPLAY "*** NOTAMST NAO PUDE SER ABERTO - STATUS: "
                   WS-NOTA-STATUS " - NOTAS DO ROSTIN ***"
           END-IF.
       2260-EXIT.
           EXIT.
       2265-CLOSE-NOTAS.
           IF WS-NOTA-ABERTO
               CLOSE NOTA-FILE-IN
               MOVE 'N' TO WS-NOTA-ABERTO-SW
           END-IF.
       2265-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2270-LOAD-DISCIPLINAS - MONTA NA AREA CDISPARM AS NOTAS DO  *
      *    ALUNO POR DISCIPLINA A PARTIR DO NOTAMST; ALUNO SEM NOTAS   *
      *    NO NOTAMST ENTRA COMO UMA UNICA DISCIPLINA SEM CODIGO COM   *
      *    AS COLUNAS DO ROSTIN                                        *
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
                   DISPLAY "*** MATRICULA " ROST-MATRICULA
                       " COM MAIS DE 15 DISCIPLINAS - "
                       NOTA-DISCIPLINA " IGNORADA ***"
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
      *    2300-CALC-MEDIA - MONTA AS NOTAS POR DISCIPLINA E CHAMA O   *
      *    CALCDISC, QUE APLICA O CALCULO UNICO (CALCMED) A CADA       *
      *    DISCIPLINA COM OS BIMESTRES FECHADOS E OS PESOS DO          *
      *    NOTAPARM; A MEDIA DO ALUNO E A MEDIA DAS DISCIPLINAS E A    *
      *    SITUACAO SEGUE O LIMITE DE DISCIPLINAS REPROVADAS, TAMBEM   *
      *    NA REGRA DO SEM-ALCANCE                                     *
      *----------------------------------------------------------------*
       2300-CALC-MEDIA.
           PERFORM 2270-LOAD-DISCIPLINAS THRU 2270-EXIT.
           MOVE WS-NOTA-CORTE TO CDIS-NOTA-CORTE.
           MOVE WS-LIMITE-REPROV TO CDIS-LIMITE-REPROV.
           MOVE WS-PERIODOS TO CALC-PERIODOS.
           CALL "calcdisc" USING CALC-MEDIA-AREA CALC-DISC-AREA.
           MOVE CDIS-MEDIA-GERAL TO WS-MEDIA.
           MOVE CDIS-SITUACAO-GERAL TO WS-STATUS.
           MOVE 'N' TO WS-SEM-ALCANCE-SW.
           MOVE SPACES TO WS-ALCANCE-TAG.
           IF WS-PERIODOS < 4 AND CDIS-SEM-ALCANCE
               MOVE 'Y' TO WS-SEM-ALCANCE-SW
               MOVE " SEM-ALCANCE" TO WS-ALCANCE-TAG
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2320-CHECK-FALTAS - PROCURA O ALUNO NA TABELA DE            *
      *    FREQUENCIA; MAIS DE UM QUARTO DE FALTAS SEM JUSTIFICATIVA   *
      *    REPROVA MESMO COM MEDIA DE APROVACAO                        *
      *----------------------------------------------------------------*
       2320-CHECK-FALTAS.
           MOVE ZERO TO WS-PCT-FALTAS.
               WS-ALCANCE-TAG
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF CDIS-DISCIPLINA (1) NOT = SPACES
               PERFORM 2450-WRITE-DISC-LINE THRU 2450-EXIT
                   VARYING CDIS-IDX FROM 1 BY 1
                   UNTIL CDIS-IDX > CDIS-QTDE
           END-IF.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2450-WRITE-DISC-LINE - LINHA DA DISCIPLINA ABAIXO DO ALUNO  *
      *----------------------------------------------------------------*
       2450-WRITE-DISC-LINE.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "       DISCIPLINA: " CDIS-DISCIPLINA (CDIS-IDX)
               " MEDIA: " CDIS-MEDIA (CDIS-IDX)
               " " CDIS-SITUACAO (CDIS-IDX)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-WRITE-TRAILER - TOTAIS DE CONTROLE DO LOTE             *
      *----------------------------------------------------------------*
       2600-WRITE-TRAILER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRAILER REPROV.FALTA: " WS-CONT-REP-FALTA
               " ELEGIVEIS P/EXAME: " WS-CONT-ELEGIVEIS
               " DISC.REPROV: " WS-CONT-DISC-REPROV
               " " WS-TURMA-NOTE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-TURMA-ATUAL        TO CKPT-ULTIMA-TURMA.
           MOVE WS-TURMA-CONT         TO CKPT-TURMA-CONT.
           MOVE WS-TURMA-SOMA-MEDIAS  TO CKPT-TURMA-SOMA.
           MOVE WS-CONT-DISC-REPROV   TO CKPT-CONT-DISC-REPROV.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.
      *----------------------------------------------------------------*
       3000-PROCESS-LOOKUP.
           MOVE 'N' TO WS-LOOKUP-FOUND-SW.
           PERFORM 2260-OPEN-NOTAS THRU 2260-EXIT.
           OPEN INPUT ROSTER-FILE-IN.
           IF WS-ROSTER-OK
               MOVE 'N' TO WS-VALID-SW
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
           CLOSE ROSTER-FILE-IN.
           PERFORM 2265-CLOSE-NOTAS THRU 2265-EXIT.
       3000-EXIT.
           EXIT.
       3050-ACCEPT-MATRICULA.
           PERFORM 2300-CALC-MEDIA THRU 2300-EXIT.
           DISPLAY "MATRICULA: " ROST-MATRICULA " NOME: " ROST-NOME.
           DISPLAY "MEDIA: " WS-MEDIA " STATUS: " WS-STATUS.
           IF CDIS-DISCIPLINA (1) NOT = SPACES
               PERFORM 3150-SHOW-DISCIPLINA THRU 3150-EXIT
                   VARYING CDIS-IDX FROM 1 BY 1
                   UNTIL CDIS-IDX > CDIS-QTDE
           END-IF.
       3100-EXIT.
           EXIT.
       3150-SHOW-DISCIPLINA.
           DISPLAY "  DISCIPLINA: " CDIS-DISCIPLINA (CDIS-IDX)
               " MEDIA: " CDIS-MEDIA (CDIS-IDX)
               " " CDIS-SITUACAO (CDIS-IDX).
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-PROCESS-FINAL - SEGUNDA PASSADA DA PROVA FINAL: LE AS  *
      *    NOTAS DE EXAME (EXAMGRD) DOS ALUNOS LIMITROFES, CALCULA A   *
      *----------------------------------------------------------------*
       4000-PROCESS-FINAL.
           PERFORM 4050-LOAD-ELIG THRU 4050-EXIT.
           PERFORM 2260-OPEN-NOTAS THRU 2260-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT  ROSTER-FILE-IN
                       EXAM-FILE-IN
                 EXAM-FILE-IN
                 RPT-FILE-OUT
                 EXAMRES-FILE-OUT.
           PERFORM 2265-CLOSE-NOTAS THRU 2265-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           END-EVALUATE.
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
