      *LANCAMENTO DAS NOTAS DE UM BIMESTRE NO MESTRE DE NOTAS POR
      *DISCIPLINA. LE O ARQUIVO DE FOLHAS DE NOTAS (GRADEIN -
      *MATRICULA, DISCIPLINA, NUMERO DO BIMESTRE 1-4 E NOTA), UMA
      *DISCIPLINA POR LOTE, E GRAVA CADA NOTA NO NOTAMST (CHAVE
      *MATRICULA + DISCIPLINA + BIMESTRE). CRITICA A NOTA DE 0.0 A
      *10.0 E A DISCIPLINA CONTRA O CADASTRO (DISCMST) E REJEITA PARA
      *O GRADEREJ, COM O MOTIVO, AS MATRICULAS DESCONHECIDAS, AS
      *DISCIPLINAS INVALIDAS OU DE OUTRO LOTE E AS NOTAS JA LANCADAS
      *COM O MESMO VALOR. NOTA JA LANCADA COM VALOR DIFERENTE, EM
      *BIMESTRE ABERTO OU REABERTO PARA A TURMA (REABRE), E CORRIGIDA
      *NO NOTAMST COM AS IMAGENS ANTES E DEPOIS NA AUDITORIA. A
      *COLUNA ROST-NOTA DO BIMESTRE NO ROSTIN PASSA A GUARDAR A MEDIA
      *DO ALUNO NO BIMESTRE ENTRE AS DISCIPLINAS, RECALCULADA A CADA
      *LANCAMENTO OU CORRECAO. IMPRIME EM GRADPRPT O RESUMO DO
      *LANCAMENTO POR TURMA E, COM O LANCAMENTO LIMPO DE UM UNICO
      *BIMESTRE, AVANCA O PARM-PERIODOS DO NOTAPARM PARA O BIMESTRE
      *LANCADO QUANDO TODAS AS DISCIPLINAS ATIVAS JA TEM NOTAS DELE -
      *O MODO PARCIAL DO EXERCICIO4 PASSA A FECHAR O PERIODO. O LOTE
      *SO AUMENTA O PERIODO FECHADO, NUNCA O DIMINUI.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  2026-09-02 JLC   PROGRAMA INICIAL - LANCAMENTO DE UMA COLUNA  *
      *                   DE NOTA COM CRITICA, REJEITADOS E RESUMO     *
      *                   POR TURMA                                    *
      *  2026-10-15 JLC   NOTAS POR DISCIPLINA - A FOLHA TRAZ A        *
      *                   DISCIPLINA (VALIDADA NO DISCMST, UMA POR     *
      *                   LOTE) E A NOTA VAI PARA O NOTAMST; A COLUNA  *
      *                   DO ROSTIN GUARDA A MEDIA DO BIMESTRE ENTRE   *
      *                   AS DISCIPLINAS; O NOTAPARM SO AVANCA QUANDO  *
      *                   TODAS AS DISCIPLINAS ATIVAS TEM O BIMESTRE   *
      *  2026-10-15 JLC   LAYOUT DA FOLHA (GRADEIN) NO COPYBOOK        *
      *                   GRADEREC, COMUM COM A FOLHA EM BRANCO DO     *
      *                   PROFRPT                                      *
      *  2026-10-15 JLC   BIMESTRE FECHADO NO NOTAPARM (1 ATE O        *
      *                   PARM-PERIODOS) RECUSA A NOTA COM REGISTRO    *
      *                   NO INPTERR, SALVO REABERTURA DO BIMESTRE     *
      *                   PARA A TURMA DO ALUNO NO REABERT (REABRE)    *
      *  2026-10-15 JLC   NOTAPARM COM VERSOES DATADAS - O AVANCO DO   *
      *                   BIMESTRE NAO REGRAVA MAIS O ARQUIVO:         *
      *                   ACRESCENTA UMA VERSAO NOVA VALENDO NA DATA   *
      *                   DE NEGOCIO; FECHAMENTO PELA VERSAO EM VIGOR  *
      *                   (NOTAVIG) E VERSAO USADA NO AUDITLOG         *
      *  2026-10-15 JLC   O AVANCO DO NOTAPARM SO AUMENTA O PERIODO    *
      *                   FECHADO (LOTE DE CORRECAO DE BIMESTRE        *
      *                   REABERTO NAO GRAVA VERSAO) E SOBE O PERIODO  *
      *                   FECHADO DAS VERSOES FUTURAS DO MESMO ANO     *
      *                   LETIVO QUE FICARAM ABAIXO DO BIMESTRE        *
      *                   FECHADO                                      *
      *  2026-10-15 JLC   NOTA JA LANCADA EM BIMESTRE ABERTO OU        *
      *                   REABERTO E CORRIGIDA NO NOTAMST (REWRITE COM *
      *                   IMAGENS NOTA ANTES/DEPOIS) E A MEDIA DO      *
      *                   BIMESTRE RECALCULADA NO ROSTIN; A MESMA NOTA *
      *                   DE NOVO CONTINUA RECUSADA                    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradpost.
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL NOTA-FILE-IO ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
           SELECT OPTIONAL DISC-FILE-IN ASSIGN TO DISCMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE-OUT ASSIGN TO GRADEREJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT   ASSIGN TO GRADPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE-OUT  ASSIGN TO NOTAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REAB-FILE-IN ASSIGN TO REABERT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  GRADE-FILE-IN
           RECORDING MODE IS F.
           COPY GRADEREC.
       FD  ROSTER-FILE-IO.
           COPY ROSTREC.
       FD  NOTA-FILE-IO.
           COPY NOTAREC.
       FD  DISC-FILE-IN
           RECORDING MODE IS F.
           COPY DISCREC.
       FD  REJECT-FILE-OUT
           RECORDING MODE IS F.
       01  REJ-OUT-RECORD.
           05  REJ-DADOS             PIC X(14).
           05  REJ-MOTIVO            PIC X(25).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  PARM-FILE-OUT
           RECORDING MODE IS F.
           COPY NOTAPREC.
       FD  REAB-FILE-IN
           RECORDING MODE IS F.
           COPY REABREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
           COPY ERRREC.
       WORKING-STORAGE SECTION.
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
           05  PARM-RESTO            PIC X(12).
       77  WS-NOTAPARM-USO           PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        VERSOES DO NOTAPARM PARA O AJUSTE DAS VERSOES FUTURAS   *
      *        DO MESMO ANO LETIVO QUANDO O BIMESTRE E FECHADO         *
      *----------------------------------------------------------------*
       01  WS-NPV-TABLE.
           05  WS-NPV-ENTRY          PIC X(55) OCCURS 200 TIMES.
       77  WS-NPV-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-NPV-SUB                PIC 9(03) VALUE ZERO.
       77  WS-NPV-AJUSTADAS          PIC 9(03) VALUE ZERO.
       77  WS-NPV-CHEIO-SW           PIC X(01) VALUE 'N'.
           88  WS-NPV-CHEIO              VALUE 'Y'.
       77  WS-NPV-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-NPV-EOF                VALUE 'Y'.
       01  WS-VIGOR-PARTES.
           05  WS-VIGOR-ANO          PIC 9(04).
           05  FILLER                PIC 9(04).
       01  WS-RUNDATE-PARTES.
           05  WS-RUN-ANO            PIC 9(04).
           05  FILLER                PIC 9(04).
      *----------------------------------------------------------------*
      *        RESUMO DO LANCAMENTO POR TURMA                          *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
               10  WS-TURMA-LANCADAS     PIC 9(05).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CADASTRO DE DISCIPLINAS (DISCMST) - CRITICA DA FOLHA    *
      *        E CONFERENCIA DO BIMESTRE COMPLETO ANTES DE AVANCAR O   *
      *        NOTAPARM                                                *
      *----------------------------------------------------------------*
       01  WS-DISC-TABLE.
           05  WS-DISC-ENTRY OCCURS 30 TIMES INDEXED BY WS-DISC-IDX.
               10  WS-DISC-CODIGO        PIC X(04).
               10  WS-DISC-SITUACAO      PIC X(01).
               10  WS-DISC-LANCADA       PIC X(01).
       77  WS-DISC-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-DISC-LOTE               PIC X(04) VALUE SPACES.
       77  WS-DISC-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WS-DISC-ACHADA             VALUE 'Y'.
       77  WS-DISC-SIT-ACHADA         PIC X(01) VALUE SPACE.
       77  WS-DISC-FALTANDO           PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        MEDIA DO BIMESTRE ENTRE AS DISCIPLINAS (COLUNA DO       *
      *        ROSTIN)                                                 *
      *----------------------------------------------------------------*
       77  WS-NOTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-NOTA-OK                VALUES "00" "05".
       77  WS-NOTA-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-NOTA-EOF               VALUE 'Y'.
       77  WS-SOMA-BIMESTRE          PIC 9(04)V9 VALUE ZERO.
       77  WS-QTDE-BIMESTRE          PIC 9(02) VALUE ZERO.
       77  WS-MEDIA-BIMESTRE         PIC 9(02)V9 VALUE ZERO.
      *----------------------------------------------------------------*
      *        BIMESTRES FECHADOS (NOTAPARM) E REABERTURAS POR TURMA   *
      *        (REABERT) LIDOS NO INICIO DO LANCAMENTO                 *
      *----------------------------------------------------------------*
       01  WS-REAB-TABLE.
           05  WS-REAB-ENTRY OCCURS 100 TIMES INDEXED BY WS-REAB-IDX.
               10  WS-REAB-TURMA         PIC X(04).
               10  WS-REAB-BIMESTRE      PIC 9(01).
       77  WS-REAB-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-PERIODOS-FECHADOS       PIC 9(01) VALUE ZERO.
       77  WS-FECHADO-SW              PIC X(01) VALUE 'N'.
           88  WS-BIMESTRE-FECHADO        VALUE 'Y'.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
       77  WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77  WS-CONT-LANCADAS          PIC 9(05) VALUE ZERO.
       77  WS-CONT-REJEITADAS        PIC 9(05) VALUE ZERO.
       77  WS-CONT-CORRIGIDAS        PIC 9(05) VALUE ZERO.
       77  WS-CORRECAO-SW            PIC X(01) VALUE 'N'.
           88  WS-NOTA-CORRIGIDA         VALUE 'Y'.
       77  WS-BIMESTRE-LOTE          PIC 9(01) VALUE ZERO.
       77  WS-BIM-MISTO-SW           PIC X(01) VALUE 'N'.
           88  WS-BIMESTRES-MISTOS       VALUE 'Y'.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-DISCIPLINAS THRU 1100-EXIT.
           PERFORM 1400-LOAD-FECHAMENTO THRU 1400-EXIT.
           PERFORM 2000-PROCESS-LANCAMENTO THRU 2000-EXIT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           IF WS-PROGRAM-RC < 8
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-LOAD-DISCIPLINAS - CARREGA O CADASTRO DE DISCIPLINAS   *
      *    EM TABELA PARA A CRITICA DAS FOLHAS                         *
      *----------------------------------------------------------------*
       1100-LOAD-DISCIPLINAS.
           MOVE ZERO TO WS-DISC-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISC-FILE-IN.
           PERFORM 1150-READ-DISC THRU 1150-EXIT.
           PERFORM 1200-LOAD-DISC-ENTRY THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE DISC-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-DISC-COUNT = ZERO
               DISPLAY "*** DISCMST VAZIO - NENHUMA DISCIPLINA PARA "
                   "LANCAR ***"
           END-IF.
       1100-EXIT.
           EXIT.
       1150-READ-DISC.
           READ DISC-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1150-EXIT.
           EXIT.
       1200-LOAD-DISC-ENTRY.
           IF WS-DISC-COUNT < 30
               ADD 1 TO WS-DISC-COUNT
               MOVE DISC-CODIGO   TO WS-DISC-CODIGO (WS-DISC-COUNT)
               MOVE DISC-SITUACAO TO WS-DISC-SITUACAO (WS-DISC-COUNT)
               MOVE 'N' TO WS-DISC-LANCADA (WS-DISC-COUNT)
           ELSE
               DISPLAY "*** DISCMST TEM MAIS DE 30 DISCIPLINAS - "
                   DISC-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1150-READ-DISC THRU 1150-EXIT.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1400-LOAD-FECHAMENTO - GUARDA OS PERIODOS JA FECHADOS NO    *
      *    NOTAPARM (ANTES DO AVANCO DESTE LOTE) E CARREGA AS          *
      *    REABERTURAS DO SUPERVISOR EM TABELA                         *
      *----------------------------------------------------------------*
       1400-LOAD-FECHAMENTO.
           MOVE ZERO TO WS-PERIODOS-FECHADOS.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO PARM-IN-RECORD
               STRING "NOTAPARM V" NVIG-VERSAO " VIGOR "
                   NVIG-DATA-VIGOR
                   DELIMITED BY SIZE INTO WS-NOTAPARM-USO
               IF PARM-PERIODOS IS NUMERIC
                   MOVE PARM-PERIODOS TO WS-PERIODOS-FECHADOS
               END-IF
           ELSE
               MOVE "NOTAPARM AUSENTE - PADRAO" TO WS-NOTAPARM-USO
           END-IF.
           MOVE ZERO TO WS-REAB-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REAB-FILE-IN.
           PERFORM 1450-READ-REAB THRU 1450-EXIT.
           PERFORM 1460-LOAD-REAB-ENTRY THRU 1460-EXIT
               UNTIL WS-EOF.
           CLOSE REAB-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1400-EXIT.
           EXIT.
       1450-READ-REAB.
           READ REAB-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1450-EXIT.
           EXIT.
       1460-LOAD-REAB-ENTRY.
           IF WS-REAB-COUNT < 100
               ADD 1 TO WS-REAB-COUNT
               MOVE REAB-TURMA TO WS-REAB-TURMA (WS-REAB-COUNT)
               MOVE REAB-BIMESTRE TO WS-REAB-BIMESTRE (WS-REAB-COUNT)
           ELSE
               DISPLAY "*** REABERT TEM MAIS DE 100 REABERTURAS - "
                   REAB-TURMA " " REAB-BIMESTRE " IGNORADA ***"
           END-IF.
           PERFORM 1450-READ-REAB THRU 1450-EXIT.
       1460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-LANCAMENTO - LE GRADEIN E LANCA CADA NOTA NO   *
      *    NOTAMST, ATUALIZANDO A MEDIA DO BIMESTRE NO ROSTIN          *
      *----------------------------------------------------------------*
       2000-PROCESS-LANCAMENTO.
           MOVE 'N' TO WS-EOF-SW.
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O NOTA-FILE-IO.
           IF NOT WS-NOTA-OK
               DISPLAY "*** NOTAMST NAO PUDE SER ABERTO - STATUS: "
                   WS-NOTA-STATUS
               CLOSE ROSTER-FILE-IO
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT  GRADE-FILE-IN
                OUTPUT REJECT-FILE-OUT.
           PERFORM 2100-READ-GRADE THRU 2100-EXIT.
               UNTIL WS-EOF.
           CLOSE GRADE-FILE-IN
                 REJECT-FILE-OUT
                 NOTA-FILE-IO
                 ROSTER-FILE-IO.
           DISPLAY "GRADPOST ENCERRADO - LIDAS: " WS-CONT-LIDOS
               " LANCADAS: " WS-CONT-LANCADAS
               " CORRIGIDAS: " WS-CONT-CORRIGIDAS
               " REJEITADAS: " WS-CONT-REJEITADAS.
       2000-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-EDIT-FOLHA - CRITICA MATRICULA, DISCIPLINA, BIMESTRE   *
      *    E NOTA; A PRIMEIRA FOLHA BOA FIXA A DISCIPLINA DO LOTE      *
      *----------------------------------------------------------------*
       2300-EDIT-FOLHA.
           MOVE 'Y' TO WS-EDIT-SW.
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-FIND-DISC THRU 2350-EXIT.
           IF NOT WS-DISC-ACHADA
               MOVE 'N' TO WS-EDIT-SW
               MOVE "DISCIPLINA NAO CADASTRADA" TO WS-MOTIVO
               MOVE "GRD-DISCIPLINA" TO WS-ERR-FIELD-NAME
               MOVE GRD-DISCIPLINA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-DISC-SIT-ACHADA = 'I'
               MOVE 'N' TO WS-EDIT-SW
               MOVE "DISCIPLINA INATIVA" TO WS-MOTIVO
               MOVE "GRD-DISCIPLINA" TO WS-ERR-FIELD-NAME
               MOVE GRD-DISCIPLINA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-DISC-LOTE NOT = SPACES
                   AND GRD-DISCIPLINA NOT = WS-DISC-LOTE
               MOVE 'N' TO WS-EDIT-SW
               MOVE "DISCIPLINA FORA DO LOTE" TO WS-MOTIVO
               MOVE "GRD-DISCIPLINA" TO WS-ERR-FIELD-NAME
               MOVE GRD-DISCIPLINA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF GRD-BIMESTRE NOT NUMERIC
                   OR GRD-BIMESTRE-N < 1 OR GRD-BIMESTRE-N > 4
               MOVE 'N' TO WS-EDIT-SW
               MOVE "GRD-NOTA" TO WS-ERR-FIELD-NAME
               MOVE GRD-NOTA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WS-DISC-LOTE = SPACES
               MOVE GRD-DISCIPLINA TO WS-DISC-LOTE
           END-IF.
       2300-EXIT.
           EXIT.
       2350-FIND-DISC.
           MOVE 'N' TO WS-DISC-ACHOU-SW.
           MOVE SPACE TO WS-DISC-SIT-ACHADA.
           IF WS-DISC-COUNT = ZERO OR GRD-DISCIPLINA = SPACES
               GO TO 2350-EXIT
           END-IF.
           SET WS-DISC-IDX TO 1.
           SEARCH WS-DISC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DISC-IDX > WS-DISC-COUNT
                   CONTINUE
               WHEN WS-DISC-CODIGO (WS-DISC-IDX) = GRD-DISCIPLINA
                   MOVE 'Y' TO WS-DISC-ACHOU-SW
                   MOVE WS-DISC-SITUACAO (WS-DISC-IDX)
                       TO WS-DISC-SIT-ACHADA
           END-SEARCH.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LANCA-NOTA - LE O ALUNO, GRAVA A NOTA NO NOTAMST       *
      *    (CHAVE JA EXISTENTE = CORRECAO DA NOTA PELO 3020) E REGRAVA *
      *    NO ROSTIN A MEDIA DO BIMESTRE ENTRE AS DISCIPLINAS, COM     *
      *    IMAGENS NA AUDITORIA                                        *
      *----------------------------------------------------------------*
       3000-LANCA-NOTA.
           MOVE GRD-MATRICULA-N TO ROST-MATRICULA.
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 3050-CHECK-FECHADO THRU 3050-EXIT.
           IF WS-BIMESTRE-FECHADO
               MOVE "BIMESTRE FECHADO" TO WS-MOTIVO
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               MOVE "GRD-BIMESTRE" TO WS-ERR-FIELD-NAME
               MOVE SPACES TO WS-ERR-BAD-VALUE
               STRING GRD-MATRICULA " " ROST-TURMA " " GRD-BIMESTRE
                   DELIMITED BY SIZE INTO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO NOTA-RECORD.
           MOVE GRD-MATRICULA-N TO NOTA-MATRICULA.
           MOVE GRD-DISCIPLINA TO NOTA-DISCIPLINA.
           MOVE GRD-BIMESTRE-N TO NOTA-BIMESTRE.
           MOVE GRD-NOTA-N TO NOTA-VALOR.
           MOVE WS-EFFECTIVE-RUNDATE TO NOTA-DATA-LANC.
           MOVE WS-OPERATOR-ID TO NOTA-OPERADOR.
           MOVE 'N' TO WS-CORRECAO-SW.
           WRITE NOTA-RECORD
               INVALID KEY
                   PERFORM 3020-CORRIGE-NOTA THRU 3020-EXIT
                   IF NOT WS-NOTA-CORRIGIDA
                       GO TO 3000-EXIT
                   END-IF
           END-WRITE.
           IF WS-NOTA-CORRIGIDA
               ADD 1 TO WS-CONT-CORRIGIDAS
           ELSE
               ADD 1 TO WS-CONT-LANCADAS
               PERFORM 3040-FORMAT-NOTA THRU 3040-EXIT
               MOVE "NOTA LANCADA" TO WS-AUD-ACAO
               PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT
           END-IF.
           PERFORM 3100-MEDIA-BIMESTRE THRU 3100-EXIT.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "LANCAMENTO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 3200-SET-NOTA THRU 3200-EXIT.
           REWRITE ROSTER-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA MEDIA DO BIMESTRE NO ROSTIN - "
                       "MATRICULA " ROST-MATRICULA " ***"
                   MOVE "ROST-NOTA" TO WS-ERR-FIELD-NAME
                   MOVE ROST-MATRICULA TO WS-ERR-BAD-VALUE
                   PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
                   GO TO 3000-EXIT
           END-REWRITE.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "LANCAMENTO DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 3400-NOTE-BIMESTRE THRU 3400-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3020-CORRIGE-NOTA - A NOTA DA DISCIPLINA NO BIMESTRE JA     *
      *    EXISTE E O BIMESTRE ESTA ABERTO OU REABERTO PARA A TURMA    *
      *    (3050): REGRAVA O NOTAMST COM A NOTA NOVA E AS IMAGENS      *
      *    ANTES E DEPOIS. A MESMA NOTA DE NOVO E RECUSADA COMO JA     *
      *    LANCADA                                                     *
      *----------------------------------------------------------------*
       3020-CORRIGE-NOTA.
           MOVE 'N' TO WS-CORRECAO-SW.
           READ NOTA-FILE-IO
               INVALID KEY
                   MOVE "BIMESTRE JA LANCADO" TO WS-MOTIVO
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
                   GO TO 3020-EXIT
           END-READ.
           IF NOTA-VALOR = GRD-NOTA-N
               MOVE "BIMESTRE JA LANCADO" TO WS-MOTIVO
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               GO TO 3020-EXIT
           END-IF.
           PERFORM 3040-FORMAT-NOTA THRU 3040-EXIT.
           MOVE "NOTA ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           MOVE GRD-NOTA-N TO NOTA-VALOR.
           MOVE WS-EFFECTIVE-RUNDATE TO NOTA-DATA-LANC.
           MOVE WS-OPERATOR-ID TO NOTA-OPERADOR.
           REWRITE NOTA-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA CORRECAO DA NOTA NO NOTAMST - "
                       "MATRICULA " NOTA-MATRICULA " ***"
                   MOVE "NOTA-CHAVE" TO WS-ERR-FIELD-NAME
                   MOVE NOTA-CHAVE TO WS-ERR-BAD-VALUE
                   PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
                   GO TO 3020-EXIT
           END-REWRITE.
           PERFORM 3040-FORMAT-NOTA THRU 3040-EXIT.
           MOVE "NOTA DEPOIS" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           MOVE 'Y' TO WS-CORRECAO-SW.
       3020-EXIT.
           EXIT.
       3040-FORMAT-NOTA.
           MOVE SPACES TO WS-AUD-IMAGEM.
           STRING NOTA-MATRICULA " " NOTA-DISCIPLINA " "
               NOTA-BIMESTRE " " NOTA-VALOR
               DELIMITED BY SIZE INTO WS-AUD-IMAGEM.
       3040-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3050-CHECK-FECHADO - O BIMESTRE DA FOLHA ESTA FECHADO SE    *
      *    JA PASSOU PELO NOTAPARM E NAO HA REABERTURA DELE PARA A     *
      *    TURMA DO ALUNO                                              *
      *----------------------------------------------------------------*
       3050-CHECK-FECHADO.
           MOVE 'N' TO WS-FECHADO-SW.
           IF GRD-BIMESTRE-N > WS-PERIODOS-FECHADOS
               GO TO 3050-EXIT
           END-IF.
           MOVE 'Y' TO WS-FECHADO-SW.
           SET WS-REAB-IDX TO 1.
           SEARCH WS-REAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REAB-IDX > WS-REAB-COUNT
                   CONTINUE
               WHEN WS-REAB-TURMA (WS-REAB-IDX) = ROST-TURMA
                       AND WS-REAB-BIMESTRE (WS-REAB-IDX)
                           = GRD-BIMESTRE-N
                   MOVE 'N' TO WS-FECHADO-SW
           END-SEARCH.
       3050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-MEDIA-BIMESTRE - MEDIA DO ALUNO NO BIMESTRE ENTRE AS   *
      *    DISCIPLINAS JA LANCADAS (INCLUSIVE A RECEM GRAVADA), LIDA   *
      *    DO NOTAMST A PARTIR DA MATRICULA                            *
      *----------------------------------------------------------------*
       3100-MEDIA-BIMESTRE.
           MOVE ZERO TO WS-SOMA-BIMESTRE.
           MOVE ZERO TO WS-QTDE-BIMESTRE.
           MOVE ZERO TO WS-MEDIA-BIMESTRE.
           MOVE 'N' TO WS-NOTA-EOF-SW.
           MOVE GRD-MATRICULA-N TO NOTA-MATRICULA.
           MOVE SPACES TO NOTA-DISCIPLINA.
           MOVE ZERO TO NOTA-BIMESTRE.
           START NOTA-FILE-IO KEY NOT < NOTA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-START.
           IF NOT WS-NOTA-EOF
               PERFORM 3150-READ-NOTA THRU 3150-EXIT
           END-IF.
           PERFORM 3160-SOMA-NOTA THRU 3160-EXIT
               UNTIL WS-NOTA-EOF.
           IF WS-QTDE-BIMESTRE > ZERO
               COMPUTE WS-MEDIA-BIMESTRE =
                   WS-SOMA-BIMESTRE / WS-QTDE-BIMESTRE
           END-IF.
       3100-EXIT.
           EXIT.
       3150-READ-NOTA.
           READ NOTA-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-READ.
           IF NOT WS-NOTA-EOF
                   AND NOTA-MATRICULA NOT = GRD-MATRICULA-N
               MOVE 'Y' TO WS-NOTA-EOF-SW
           END-IF.
       3150-EXIT.
           EXIT.
       3160-SOMA-NOTA.
           IF NOTA-BIMESTRE = GRD-BIMESTRE-N
               ADD NOTA-VALOR TO WS-SOMA-BIMESTRE
               ADD 1 TO WS-QTDE-BIMESTRE
           END-IF.
           PERFORM 3150-READ-NOTA THRU 3150-EXIT.
       3160-EXIT.
           EXIT.
       3200-SET-NOTA.
           EVALUATE GRD-BIMESTRE-N
               WHEN 1
                   MOVE WS-MEDIA-BIMESTRE TO ROST-NOTA1
               WHEN 2
                   MOVE WS-MEDIA-BIMESTRE TO ROST-NOTA2
               WHEN 3
                   MOVE WS-MEDIA-BIMESTRE TO ROST-NOTA3
               WHEN 4
                   MOVE WS-MEDIA-BIMESTRE TO ROST-NOTA4
           END-EVALUATE.
       3200-EXIT.
           EXIT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "LANCAMENTO DE NOTAS - DATA: " WS-EFFECTIVE-RUNDATE
               " DISCIPLINA: " WS-DISC-LOTE
               " BIMESTRE: " WS-BIMESTRE-LOTE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAIS - LIDAS: " WS-CONT-LIDOS
               " LANCADAS: " WS-CONT-LANCADAS
               " CORRIGIDAS: " WS-CONT-CORRIGIDAS
               " REJEITADAS: " WS-CONT-REJEITADAS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
      *----------------------------------------------------------------*
      *    6000-UPDATE-NOTAPARM - O BIMESTRE RECEM LANCADO VIRA O      *
      *    PERIODO FECHADO DO NOTAPARM (SO COM LOTE DE UM UNICO        *
      *    BIMESTRE, AO MENOS UMA NOTA LANCADA E TODAS AS DISCIPLINAS  *
      *    ATIVAS DO DISCMST JA COM NOTAS DO BIMESTRE NO NOTAMST).     *
      *    ACRESCENTA UMA VERSAO NOVA, COPIA DA EM VIGOR COM O NOVO    *
      *    PERIODO FECHADO, VALENDO A PARTIR DA DATA DE NEGOCIO. O     *
      *    LOTE SO AUMENTA O PERIODO FECHADO: LOTE DE CORRECAO DE UM   *
      *    BIMESTRE JA FECHADO (REABERTO PELO REABRE) NAO GRAVA VERSAO *
      *    E NAO REABRE OS BIMESTRES SEGUINTES. AS VERSOES FUTURAS DO  *
      *    MESMO ANO LETIVO SAO AJUSTADAS PELO 6400                    *
      *----------------------------------------------------------------*
       6000-UPDATE-NOTAPARM.
           IF WS-CONT-LANCADAS = ZERO
                   "NOTAPARM NAO AVANCADO ***"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-COBERTURA THRU 6100-EXIT.
           IF WS-DISC-FALTANDO > ZERO
               DISPLAY "*** BIMESTRE " WS-BIMESTRE-LOTE " SEM NOTAS DE "
                   WS-DISC-FALTANDO " DISCIPLINA(S) ATIVA(S) - "
                   "NOTAPARM NAO AVANCADO ***"
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           MOVE SPACES TO NPV-RECORD.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO NPV-PARAMETROS
           ELSE
               MOVE 6.0 TO NPV-NOTA-CORTE
               MOVE 4.0 TO NPV-NOTA-EXAME-MIN
           END-IF.
           IF NVIG-ACHOU AND WS-BIMESTRE-LOTE NOT > NPV-PERIODOS
               DISPLAY "NOTAPARM VERSAO " NVIG-VERSAO
                   " JA COM PERIODOS FECHADOS: " NPV-PERIODOS
               PERFORM 6400-AJUSTA-FUTURAS THRU 6400-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE 'V' TO NPV-TIPO.
           COMPUTE NPV-VERSAO = NVIG-ULTIMA-VERSAO + 1.
           MOVE WS-EFFECTIVE-RUNDATE TO NPV-DATA-VIGOR.
           MOVE WS-OPERATOR-ID TO NPV-OPERADOR.
           MOVE WS-EFFECTIVE-RUNDATE TO NPV-DATA-REGISTRO.
           MOVE WS-BIMESTRE-LOTE TO NPV-PERIODOS.
           OPEN EXTEND PARM-FILE-OUT.
           WRITE NPV-RECORD.
           CLOSE PARM-FILE-OUT.
           DISPLAY "NOTAPARM AVANCADO - PERIODOS FECHADOS: "
               WS-BIMESTRE-LOTE " - VERSAO " NPV-VERSAO.
           PERFORM 6400-AJUSTA-FUTURAS THRU 6400-EXIT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6400-AJUSTA-FUTURAS - VERSAO FUTURA DO MESMO ANO LETIVO,    *
      *    INCLUIDA NO NOTAMNT ANTES DO FECHAMENTO, COM MENOS PERIODOS *
      *    FECHADOS QUE O LOTE, REABRIRIA O BIMESTRE QUANDO ENTRASSE   *
      *    EM VIGOR: O PERIODO FECHADO DELA SOBE PARA O DO LOTE E O    *
      *    ARQUIVO E REGRAVADO. VERSAO DE ANO LETIVO POSTERIOR E A     *
      *    ABERTURA DO ANO NOVO E FICA COMO FOI DIGITADA               *
      *----------------------------------------------------------------*
       6400-AJUSTA-FUTURAS.
           MOVE WS-EFFECTIVE-RUNDATE TO WS-RUNDATE-PARTES.
           MOVE ZERO TO WS-NPV-COUNT.
           MOVE ZERO TO WS-NPV-AJUSTADAS.
           MOVE 'N' TO WS-NPV-CHEIO-SW.
           MOVE 'N' TO WS-NPV-EOF-SW.
           OPEN INPUT PARM-FILE-OUT.
           PERFORM 6410-READ-VERSAO THRU 6410-EXIT.
           PERFORM 6420-AJUSTA-VERSAO THRU 6420-EXIT
               UNTIL WS-NPV-EOF.
           CLOSE PARM-FILE-OUT.
           IF WS-NPV-AJUSTADAS = ZERO
               GO TO 6400-EXIT
           END-IF.
           IF WS-NPV-CHEIO
               DISPLAY "*** NOTAPARM COM MAIS DE 200 VERSOES - "
                   "VERSOES FUTURAS NAO AJUSTADAS ***"
               IF WS-PROGRAM-RC < 4
                   MOVE 4 TO WS-PROGRAM-RC
               END-IF
               GO TO 6400-EXIT
           END-IF.
           OPEN OUTPUT PARM-FILE-OUT.
           PERFORM 6430-WRITE-VERSAO THRU 6430-EXIT
               VARYING WS-NPV-SUB FROM 1 BY 1
               UNTIL WS-NPV-SUB > WS-NPV-COUNT.
           CLOSE PARM-FILE-OUT.
           DISPLAY "NOTAPARM - VERSOES FUTURAS AJUSTADAS PARA "
               WS-BIMESTRE-LOTE " PERIODOS FECHADOS: " WS-NPV-AJUSTADAS.
       6400-EXIT.
           EXIT.
       6410-READ-VERSAO.
           READ PARM-FILE-OUT
               AT END
                   MOVE 'Y' TO WS-NPV-EOF-SW
           END-READ.
       6410-EXIT.
           EXIT.
       6420-AJUSTA-VERSAO.
           IF NPV-VERSIONADO
                   AND NPV-DATA-VIGOR > WS-EFFECTIVE-RUNDATE
               MOVE NPV-DATA-VIGOR TO WS-VIGOR-PARTES
               IF WS-VIGOR-ANO = WS-RUN-ANO
                   IF NPV-PERIODOS NOT NUMERIC
                           OR NPV-PERIODOS < WS-BIMESTRE-LOTE
                       DISPLAY "VERSAO FUTURA " NPV-VERSAO " VIGOR "
                           NPV-DATA-VIGOR " - PERIODOS FECHADOS DE "
                           NPV-PERIODOS " PARA " WS-BIMESTRE-LOTE
                       MOVE WS-BIMESTRE-LOTE TO NPV-PERIODOS
                       ADD 1 TO WS-NPV-AJUSTADAS
                   END-IF
               END-IF
           END-IF.
           IF WS-NPV-COUNT < 200
               ADD 1 TO WS-NPV-COUNT
               MOVE NPV-RECORD TO WS-NPV-ENTRY (WS-NPV-COUNT)
           ELSE
               MOVE 'Y' TO WS-NPV-CHEIO-SW
           END-IF.
           PERFORM 6410-READ-VERSAO THRU 6410-EXIT.
       6420-EXIT.
           EXIT.
       6430-WRITE-VERSAO.
           MOVE WS-NPV-ENTRY (WS-NPV-SUB) TO NPV-RECORD.
           WRITE NPV-RECORD.
       6430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6100-CHECK-COBERTURA - MARCA AS DISCIPLINAS COM NOTAS DO    *
      *    BIMESTRE DO LOTE NO NOTAMST E CONTA AS ATIVAS QUE AINDA     *
      *    NAO TEM NENHUMA                                             *
      *----------------------------------------------------------------*
       6100-CHECK-COBERTURA.
           MOVE ZERO TO WS-DISC-FALTANDO.
           MOVE 'N' TO WS-NOTA-EOF-SW.
           OPEN INPUT NOTA-FILE-IO.
           IF NOT WS-NOTA-OK
               MOVE 'Y' TO WS-NOTA-EOF-SW
           END-IF.
           IF NOT WS-NOTA-EOF
               PERFORM 6150-READ-NOTA-SEQ THRU 6150-EXIT
           END-IF.
           PERFORM 6200-MARCA-DISC THRU 6200-EXIT
               UNTIL WS-NOTA-EOF.
           CLOSE NOTA-FILE-IO.
           PERFORM 6300-CONTA-FALTANDO THRU 6300-EXIT
               VARYING WS-DISC-IDX FROM 1 BY 1
               UNTIL WS-DISC-IDX > WS-DISC-COUNT.
       6100-EXIT.
           EXIT.
       6150-READ-NOTA-SEQ.
           READ NOTA-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTA-EOF-SW
           END-READ.
       6150-EXIT.
           EXIT.
       6200-MARCA-DISC.
           IF NOTA-BIMESTRE = WS-BIMESTRE-LOTE
               SET WS-DISC-IDX TO 1
               SEARCH WS-DISC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DISC-IDX > WS-DISC-COUNT
                       CONTINUE
                   WHEN WS-DISC-CODIGO (WS-DISC-IDX) = NOTA-DISCIPLINA
                       MOVE 'Y' TO WS-DISC-LANCADA (WS-DISC-IDX)
               END-SEARCH
           END-IF.
           PERFORM 6150-READ-NOTA-SEQ THRU 6150-EXIT.
       6200-EXIT.
           EXIT.
       6300-CONTA-FALTANDO.
           IF WS-DISC-SITUACAO (WS-DISC-IDX) NOT = 'I'
                   AND WS-DISC-LANCADA (WS-DISC-IDX) NOT = 'Y'
               ADD 1 TO WS-DISC-FALTANDO
               DISPLAY "BIMESTRE " WS-BIMESTRE-LOTE
                   " AINDA SEM NOTAS DA DISCIPLINA "
                   WS-DISC-CODIGO (WS-DISC-IDX)
           END-IF.
       6300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-FORMAT-IMAGE - MONTA A IMAGEM DO REGISTRO (MATRICULA,  *
      *                        TURMA E NOTAS) PARA A AUDITORIA         *
      *----------------------------------------------------------------*
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "DISC: " WS-DISC-LOTE
               " BIM: " WS-BIMESTRE-LOTE
               " LIDAS: " WS-CONT-LIDOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "LANC " WS-CONT-LANCADAS
               " REJ " WS-CONT-REJEITADAS
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
