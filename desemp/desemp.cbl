      *ANALISE DE DESEMPENHO ESCOLAR POR TURMA, COM COMPARACAO ENTRE
      *ANOS LETIVOS. RODA NO FECHAMENTO DO PERIODO, DEPOIS DO GRADHIST,
      *E LE OS REGISTROS GERAIS DO HISTORICO DE NOTAS (GRADHIST) DO
      *PERIODO PEDIDO. PARA CADA TURMA DO ANO LETIVO DA ANALISE E PARA
      *CADA BIMESTRE E A MEDIA FINAL MOSTRA A QUANTIDADE DE ALUNOS, A
      *DISTRIBUICAO DAS NOTAS EM CINCO FAIXAS, A MEDIA E AS TAXAS DE
      *APROVACAO, RECUPERACAO E REPROVACAO. NO BIMESTRE A NOTA E
      *APROVADA A PARTIR DA NOTA DE CORTE, DE RECUPERACAO ENTRE O PISO
      *DO EXAME E O CORTE E REPROVADA ABAIXO DO PISO, PELA VERSAO DO
      *NOTAPARM EM VIGOR NO FIM DE CADA ANO LETIVO (NOTAVIG); NA MEDIA
      *FINAL VALE A SITUACAO GRAVADA NO HISTORICO E A RECUPERACAO E O
      *ALUNO QUE FEZ A PROVA FINAL (EXAMRES), COM A TAXA DE SUCESSO NO
      *EXAME. CADA TURMA E COMPARADA COM A MESMA SERIE (PRIMEIRA
      *POSICAO DO CODIGO DA TURMA) NOS ANOS ANTERIORES DO DESPARM; A
      *QUEDA NA TAXA DE APROVACAO ACIMA DO LIMITE DO DESPARM E
      *SINALIZADA E DA RC 4. NO FIM, A EVOLUCAO DA APROVACAO FINAL
      *POR SERIE E ANO E A LISTA DAS TURMAS COM QUEDA.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - DESEMPENHO POR TURMA E    *
      *                   BIMESTRE COM COMPARACAO ENTRE ANOS LETIVOS   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. desemp.
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
           SELECT OPTIONAL HIST-FILE-IN ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXAMRES-FILE-IN ASSIGN TO EXAMRES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DESP-FILE-IN ASSIGN TO DESPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO DESRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE-IN
           RECORDING MODE IS F.
           COPY HISTREC.
       FD  EXAMRES-FILE-IN
           RECORDING MODE IS F.
       01  RES-IN-RECORD.
           05  RES-MATRICULA         PIC 9(06).
           05  RES-MEDIA-FINAL       PIC 9(02)V9.
           05  RES-STATUS            PIC X(09).
      *----------------------------------------------------------------*
      *    PARAMETROS DA ANALISE: QUANTOS ANOS LETIVOS ANTERIORES      *
      *    ENTRAM NA COMPARACAO (1 A 10) E A QUEDA, EM PONTOS          *
      *    PERCENTUAIS DA TAXA DE APROVACAO, QUE SINALIZA A TURMA      *
      *----------------------------------------------------------------*
       FD  DESP-FILE-IN
           RECORDING MODE IS F.
       01  DESP-IN-RECORD.
           05  DESP-ANOS-COMP        PIC 9(02).
           05  DESP-QUEDA-PCT        PIC 9(03).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        ANO LETIVO E PERIODO DA ANALISE E JANELA DE COMPARACAO  *
      *----------------------------------------------------------------*
       77  WS-ANO-LETIVO             PIC 9(04) VALUE ZERO.
       77  WS-TERMO                  PIC 9(02) VALUE ZERO.
       77  WS-ANOS-COMP              PIC 9(02) VALUE 3.
       77  WS-QUEDA-PCT              PIC 9(03) VALUE 10.
       77  WS-ANO-INICIAL            PIC 9(04) VALUE ZERO.
       77  WS-ANO-FINAL-ANT          PIC 9(04) VALUE ZERO.
       77  WS-ANO-MAIOR              PIC 9(04) VALUE ZERO.
       77  WS-ANO-CALC               PIC 9(04) VALUE ZERO.
       77  WS-ANO-SUB                PIC 9(02) VALUE ZERO.
       77  WS-ANO-QTDE               PIC 9(02) VALUE ZERO.
       01  WS-RUNDATE-PARTES.
           05  WS-RUN-ANO            PIC 9(04).
           05  WS-RUN-MES-DIA        PIC 9(04).
      *----------------------------------------------------------------*
      *        VERSAO DOS PARAMETROS DE NOTA (SUBPROGRAMA NOTAVIG) EM  *
      *        VIGOR NO FIM DE CADA ANO LETIVO DA JANELA, NO LAYOUT DE *
      *        SEMPRE DO NOTAPARM                                      *
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
       77  WS-NOTA-CORTE-DEFAULT     PIC 9(02)V9 VALUE 6.0.
       77  WS-NOTA-EXAME-DEFAULT     PIC 9(02)V9 VALUE 4.0.
       01  WS-CORTE-TABLE.
           05  WS-CORTE-ENTRY OCCURS 11 TIMES.
               10  WS-COR-NOTA-CORTE     PIC 9(02)V9.
               10  WS-COR-NOTA-EXAME     PIC 9(02)V9.
      *----------------------------------------------------------------*
      *        ROTULOS DAS CINCO AVALIACOES DE CADA TURMA              *
      *----------------------------------------------------------------*
       01  WS-ROTULOS-AVAL.
           05  FILLER                PIC X(11) VALUE "BIMESTRE 1 ".
           05  FILLER                PIC X(11) VALUE "BIMESTRE 2 ".
           05  FILLER                PIC X(11) VALUE "BIMESTRE 3 ".
           05  FILLER                PIC X(11) VALUE "BIMESTRE 4 ".
           05  FILLER                PIC X(11) VALUE "MEDIA FINAL".
       01  WS-ROTULOS-TABLE REDEFINES WS-ROTULOS-AVAL.
           05  WS-ROT-AVAL           PIC X(11) OCCURS 5 TIMES.
       01  WS-SIGLAS-AVAL.
           05  FILLER                PIC X(06) VALUE "B1    ".
           05  FILLER                PIC X(06) VALUE "B2    ".
           05  FILLER                PIC X(06) VALUE "B3    ".
           05  FILLER                PIC X(06) VALUE "B4    ".
           05  FILLER                PIC X(06) VALUE "FINAL ".
       01  WS-SIGLAS-TABLE REDEFINES WS-SIGLAS-AVAL.
           05  WS-SIG-AVAL           PIC X(06) OCCURS 5 TIMES.
      *----------------------------------------------------------------*
      *        TURMAS DO ANO LETIVO DA ANALISE, EM ORDEM DE CODIGO.    *
      *        AVALIACOES 1 A 4 = BIMESTRES, 5 = MEDIA FINAL           *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES.
               10  WS-TUR-CODIGO.
                   15  WS-TUR-SERIE      PIC X(01).
                   15  FILLER            PIC X(03).
               10  WS-TUR-AVAL OCCURS 5 TIMES.
                   15  WS-TAV-QTDE       PIC 9(05).
                   15  WS-TAV-SOMA       PIC 9(07)V9.
                   15  WS-TAV-FAIXA      PIC 9(05) OCCURS 5 TIMES.
                   15  WS-TAV-APROV      PIC 9(05).
                   15  WS-TAV-RECUP      PIC 9(05).
                   15  WS-TAV-REPROV     PIC 9(05).
                   15  WS-TAV-QUEDA-SW   PIC X(01).
                       88  WS-TAV-QUEDA      VALUE 'Y'.
               10  WS-TUR-EXAME          PIC 9(05).
               10  WS-TUR-EXAME-APROV    PIC 9(05).
               10  WS-TUR-QUEDA-SW       PIC X(01).
                   88  WS-TUR-QUEDA          VALUE 'Y'.
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-TURMA-SUB               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        TOTAIS POR SERIE E ANO LETIVO DA JANELA (ANOS           *
      *        ANTERIORES E O DA ANALISE), EM ORDEM DE SERIE E ANO     *
      *----------------------------------------------------------------*
       01  WS-SERIE-TABLE.
           05  WS-SERIE-ENTRY OCCURS 200 TIMES.
               10  WS-SER-CHAVE.
                   15  WS-SER-SERIE      PIC X(01).
                   15  WS-SER-ANO        PIC 9(04).
               10  WS-SER-AVAL OCCURS 5 TIMES.
                   15  WS-SAV-QTDE       PIC 9(05).
                   15  WS-SAV-SOMA       PIC 9(07)V9.
                   15  WS-SAV-APROV      PIC 9(05).
       77  WS-SERIE-COUNT             PIC 9(03) VALUE ZERO.
       77  WS-SERIE-SUB               PIC 9(03) VALUE ZERO.
       01  WS-CHAVE-BUSCA.
           05  WS-BUSCA-SERIE        PIC X(01).
           05  WS-BUSCA-ANO          PIC 9(04).
       77  WS-DESLOCA-SUB             PIC 9(03) VALUE ZERO.
       77  WS-POSICAO-SW              PIC X(01) VALUE 'N'.
           88  WS-POSICAO-ACHADA          VALUE 'Y'.
      *----------------------------------------------------------------*
      *        RESULTADO DA PROVA FINAL (EXAMRES) CARREGADO EM TABELA  *
      *----------------------------------------------------------------*
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 200 TIMES INDEXED BY WS-RES-IDX.
               10  WS-RES-MATRICULA      PIC 9(06).
               10  WS-RES-STATUS         PIC X(09).
       77  WS-RES-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-RES-ACHOU-SW            PIC X(01) VALUE 'N'.
           88  WS-RES-ACHADO              VALUE 'Y'.
       77  WS-RES-STATUS-ALUNO        PIC X(09) VALUE SPACES.
           88  WS-RES-APROVADO            VALUE "APROVADO ".
       77  WS-EXAME-SW                PIC X(01) VALUE 'Y'.
           88  WS-EXAME-VALIDO            VALUE 'Y'.
      *----------------------------------------------------------------*
      *        ALUNO EM AVALIACAO                                      *
      *----------------------------------------------------------------*
       01  WS-NOTAS-ALUNO.
           05  WS-NA-NOTA            PIC 9(02)V9 OCCURS 5 TIMES.
       77  WS-SITUACAO               PIC X(09) VALUE SPACES.
           88  WS-SIT-APROVADO           VALUE "APROVADO ".
       77  WS-AVAL-SUB               PIC 9(01) VALUE ZERO.
       77  WS-FAIXA-SUB              PIC 9(01) VALUE ZERO.
       77  WS-NOTA                   PIC 9(02)V9 VALUE ZERO.
       77  WS-RESULTADO              PIC X(01) VALUE SPACE.
           88  WS-RESULT-APROV           VALUE 'A'.
           88  WS-RESULT-RECUP           VALUE 'E'.
           88  WS-RESULT-REPROV          VALUE 'R'.
      *----------------------------------------------------------------*
      *        CALCULO DAS TAXAS E COMPARACAO COM OS ANOS ANTERIORES   *
      *----------------------------------------------------------------*
       77  WS-TAXA-APROV             PIC 9(03)V9 VALUE ZERO.
       77  WS-TAXA-RECUP             PIC 9(03)V9 VALUE ZERO.
       77  WS-TAXA-REPROV            PIC 9(03)V9 VALUE ZERO.
       77  WS-TAXA-ANT               PIC 9(03)V9 VALUE ZERO.
       77  WS-TAXA-SUCESSO           PIC 9(03)V9 VALUE ZERO.
       77  WS-VARIACAO               PIC S9(03)V9 VALUE ZERO.
       77  WS-MEDIA                  PIC 9(02)V99 VALUE ZERO.
       77  WS-MEDIA-ANT              PIC 9(02)V99 VALUE ZERO.
       77  WS-ANT-QTDE               PIC 9(07) VALUE ZERO.
       77  WS-ANT-SOMA               PIC 9(08)V9 VALUE ZERO.
       77  WS-ANT-APROV              PIC 9(07) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CAMPOS EDITADOS DO RELATORIO                            *
      *----------------------------------------------------------------*
       01  WS-FAIXAS-ED.
           05  WS-FAIXA-ITEM OCCURS 5 TIMES.
               10  FILLER            PIC X(01).
               10  WS-FX-ED          PIC ZZZZ9.
       77  WS-QTDE-ED                PIC ZZZZ9.
       77  WS-MEDIA-ED               PIC Z9.99.
       77  WS-MEDIA-ANT-ED           PIC Z9.99.
       77  WS-APROV-ED               PIC ZZ9.9.
       77  WS-RECUP-ED               PIC ZZ9.9.
       77  WS-REPROV-ED              PIC ZZ9.9.
       77  WS-PCT-ED                 PIC ZZ9.9.
       77  WS-VAR-ED                 PIC +++9.9.
       77  WS-CORTE-ED               PIC Z9.9.
       77  WS-EXAME-ED               PIC Z9.9.
       77  WS-RECUP-TXT              PIC X(05) VALUE SPACES.
       77  WS-MEDIA-ANT-TXT          PIC X(05) VALUE SPACES.
       77  WS-TAXA-ANT-TXT           PIC X(05) VALUE SPACES.
       77  WS-VAR-TXT                PIC X(06) VALUE SPACES.
       77  WS-QUEDA-TXT              PIC X(09) VALUE SPACES.
       77  WS-LISTA-QUEDAS           PIC X(36) VALUE SPACES.
       77  WS-LISTA-PTR              PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CONTAGENS DE CONTROLE                                   *
      *----------------------------------------------------------------*
       77  WS-CONT-LIDOS             PIC 9(06) VALUE ZERO.
       77  WS-CONT-ANALISE           PIC 9(05) VALUE ZERO.
       77  WS-CONT-ANTERIORES        PIC 9(06) VALUE ZERO.
       77  WS-CONT-SEM-TURMA         PIC 9(05) VALUE ZERO.
       77  WS-CONT-TURMAS-QUEDA      PIC 9(02) VALUE ZERO.
       77  WS-CONT-AVAL-QUEDA        PIC 9(03) VALUE ZERO.
       77  WS-CONT-EXAME             PIC 9(05) VALUE ZERO.
       77  WS-CONT-EXAME-APROV       PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
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
           PERFORM 2000-PROCESS-GRADHIST THRU 2000-EXIT.
           PERFORM 4000-WRITE-TURMAS THRU 4000-EXIT.
           PERFORM 5000-WRITE-EVOLUCAO THRU 5000-EXIT.
           PERFORM 6000-WRITE-RESUMO THRU 6000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - OPERADOR, DATA, ANO LETIVO E PERIODO DA   *
      *    ANALISE, PARAMETROS E CABECALHO DO RELATORIO                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
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
           MOVE WS-EFFECTIVE-RUNDATE TO WS-RUNDATE-PARTES.
           DISPLAY "ANO LETIVO (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           IF WS-ANO-LETIVO NOT NUMERIC OR WS-ANO-LETIVO = ZERO
               MOVE WS-RUN-ANO TO WS-ANO-LETIVO
           END-IF.
           DISPLAY "PERIODO (01-04): ".
           ACCEPT WS-TERMO.
           IF WS-TERMO NOT NUMERIC OR WS-TERMO = ZERO
                   OR WS-TERMO > 4
               MOVE 4 TO WS-TERMO
           END-IF.
           PERFORM 1100-READ-DESPARM THRU 1100-EXIT.
           COMPUTE WS-ANO-INICIAL = WS-ANO-LETIVO - WS-ANOS-COMP.
           COMPUTE WS-ANO-FINAL-ANT = WS-ANO-LETIVO - 1.
           COMPUTE WS-ANO-QTDE = WS-ANOS-COMP + 1.
           PERFORM 1200-PARM-NOTA-ANO THRU 1200-EXIT
               VARYING WS-ANO-SUB FROM 1 BY 1
               UNTIL WS-ANO-SUB > WS-ANO-QTDE.
           PERFORM 1300-LOAD-EXAMRES THRU 1300-EXIT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ANALISE DE DESEMPENHO POR TURMA - ANO LETIVO: "
               WS-ANO-LETIVO " PERIODO: " WS-TERMO
               " DATA: " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "COMPARACAO COM A MESMA SERIE EM " WS-ANOS-COMP
               " ANOS ANTERIORES (" WS-ANO-INICIAL " A "
               WS-ANO-FINAL-ANT ") - QUEDA SINALIZADA ACIMA DE "
               WS-QUEDA-PCT " PONTOS NA TAXA DE APROVACAO"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-COR-NOTA-CORTE (WS-ANO-QTDE) TO WS-CORTE-ED.
           MOVE WS-COR-NOTA-EXAME (WS-ANO-QTDE) TO WS-EXAME-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "NOTA DE CORTE: " WS-CORTE-ED
               "  PISO DO EXAME: " WS-EXAME-ED
               "  (" WS-NOTAPARM-USO ")"
               "  FAIXAS: A 0-2.9  B 3-4.9  C 5-6.9  D 7-8.9  E 9-10"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "BIMESTRE: APROVADO A PARTIR DO CORTE, RECUPERACAO "
               "ENTRE O PISO E O CORTE, REPROVADO ABAIXO DO PISO"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "MEDIA FINAL: SITUACAO DO HISTORICO (POS-EXAME); "
               "RECUPERACAO = ALUNOS QUE FIZERAM A PROVA FINAL"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-READ-DESPARM - ANOS DE COMPARACAO E LIMITE DE QUEDA;   *
      *    SEM PARAMETRO VALEM 3 ANOS E 10 PONTOS                      *
      *----------------------------------------------------------------*
       1100-READ-DESPARM.
           OPEN INPUT DESP-FILE-IN.
           READ DESP-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF DESP-ANOS-COMP IS NUMERIC
                           AND DESP-ANOS-COMP > ZERO
                           AND DESP-ANOS-COMP NOT > 10
                       MOVE DESP-ANOS-COMP TO WS-ANOS-COMP
                   END-IF
                   IF DESP-QUEDA-PCT IS NUMERIC
                           AND DESP-QUEDA-PCT > ZERO
                       MOVE DESP-QUEDA-PCT TO WS-QUEDA-PCT
                   END-IF
           END-READ.
           CLOSE DESP-FILE-IN.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-PARM-NOTA-ANO - NOTA DE CORTE E PISO DO EXAME DA       *
      *    VERSAO DO NOTAPARM EM VIGOR EM 31/12 DE CADA ANO DA JANELA  *
      *    (NO ANO CORRENTE, NA DATA DE NEGOCIO)                       *
      *----------------------------------------------------------------*
       1200-PARM-NOTA-ANO.
           COMPUTE WS-ANO-CALC = WS-ANO-INICIAL + WS-ANO-SUB - 1.
           COMPUTE NVIG-DATA-BASE = WS-ANO-CALC * 10000 + 1231.
           IF NVIG-DATA-BASE > WS-EFFECTIVE-RUNDATE
               MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE
           END-IF.
           MOVE WS-NOTA-CORTE-DEFAULT
               TO WS-COR-NOTA-CORTE (WS-ANO-SUB).
           MOVE WS-NOTA-EXAME-DEFAULT
               TO WS-COR-NOTA-EXAME (WS-ANO-SUB).
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO PARM-IN-RECORD
               IF PARM-NOTA-CORTE IS NUMERIC
                       AND PARM-NOTA-CORTE > ZERO
                   MOVE PARM-NOTA-CORTE
                       TO WS-COR-NOTA-CORTE (WS-ANO-SUB)
               END-IF
               IF PARM-NOTA-EXAME-MIN IS NUMERIC
                       AND PARM-NOTA-EXAME-MIN > ZERO
                   MOVE PARM-NOTA-EXAME-MIN
                       TO WS-COR-NOTA-EXAME (WS-ANO-SUB)
               END-IF
           END-IF.
           IF WS-ANO-SUB = WS-ANO-QTDE
               IF NVIG-ACHOU
                   STRING "NOTAPARM V" NVIG-VERSAO " VIGOR "
                       NVIG-DATA-VIGOR
                       DELIMITED BY SIZE INTO WS-NOTAPARM-USO
               ELSE
                   MOVE "NOTAPARM AUSENTE - PADRAO"
                       TO WS-NOTAPARM-USO
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-LOAD-EXAMRES - CARREGA O RESULTADO DA PROVA FINAL EM   *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1300-LOAD-EXAMRES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT EXAMRES-FILE-IN.
           PERFORM 1310-READ-RES THRU 1310-EXIT.
           PERFORM 1320-LOAD-RES-ENTRY THRU 1320-EXIT
               UNTIL WS-EOF.
           CLOSE EXAMRES-FILE-IN.
       1300-EXIT.
           EXIT.
       1310-READ-RES.
           READ EXAMRES-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1310-EXIT.
           EXIT.
       1320-LOAD-RES-ENTRY.
           IF WS-RES-COUNT < 200
               ADD 1 TO WS-RES-COUNT
               MOVE RES-MATRICULA TO WS-RES-MATRICULA (WS-RES-COUNT)
               MOVE RES-STATUS    TO WS-RES-STATUS (WS-RES-COUNT)
           ELSE
               DISPLAY "*** EXAMRES TEM MAIS DE 200 ALUNOS - "
                   RES-MATRICULA " IGNORADO ***"
           END-IF.
           PERFORM 1310-READ-RES THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-GRADHIST - ACUMULA OS REGISTROS GERAIS DO      *
      *    PERIODO NA JANELA DE ANOS POR TURMA (ANO DA ANALISE) E POR  *
      *    SERIE E ANO. O EXAMRES SO TEM A PROVA FINAL DO ULTIMO ANO   *
      *    FECHADO: SE O HISTORICO JA TEM ANO POSTERIOR AO DA ANALISE, *
      *    O RESULTADO DO EXAME NAO SE APLICA                          *
      *----------------------------------------------------------------*
       2000-PROCESS-GRADHIST.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 2100-READ-HIST THRU 2100-EXIT.
           PERFORM 2200-ACUMULA-ALUNO THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
           IF WS-ANO-MAIOR > WS-ANO-LETIVO
               MOVE 'N' TO WS-EXAME-SW
           END-IF.
       2000-EXIT.
           EXIT.
       2100-READ-HIST.
           READ HIST-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-ACUMULA-ALUNO.
           IF NOT HIST-REGISTRO-GERAL
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
           IF HIST-ANO-LETIVO > WS-ANO-MAIOR
               MOVE HIST-ANO-LETIVO TO WS-ANO-MAIOR
           END-IF.
           IF HIST-TERMO NOT = WS-TERMO
                   OR HIST-ANO-LETIVO < WS-ANO-INICIAL
                   OR HIST-ANO-LETIVO > WS-ANO-LETIVO
               GO TO 2200-NEXT
           END-IF.
           IF HIST-TURMA = SPACES
               ADD 1 TO WS-CONT-SEM-TURMA
               GO TO 2200-NEXT
           END-IF.
           COMPUTE WS-ANO-SUB = HIST-ANO-LETIVO - WS-ANO-INICIAL + 1.
           MOVE HIST-NOTA1 TO WS-NA-NOTA (1).
           MOVE HIST-NOTA2 TO WS-NA-NOTA (2).
           MOVE HIST-NOTA3 TO WS-NA-NOTA (3).
           MOVE HIST-NOTA4 TO WS-NA-NOTA (4).
           MOVE HIST-MEDIA TO WS-NA-NOTA (5).
           MOVE HIST-STATUS TO WS-SITUACAO.
           MOVE HIST-TURMA (1:1) TO WS-BUSCA-SERIE.
           MOVE HIST-ANO-LETIVO TO WS-BUSCA-ANO.
           PERFORM 2300-FIND-SERIE THRU 2300-EXIT.
           MOVE ZERO TO WS-TURMA-SUB.
           MOVE 'N' TO WS-RES-ACHOU-SW.
           IF HIST-ANO-LETIVO = WS-ANO-LETIVO
               ADD 1 TO WS-CONT-ANALISE
               PERFORM 2400-FIND-TURMA THRU 2400-EXIT
               PERFORM 2500-FIND-EXAMRES THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-CONT-ANTERIORES
           END-IF.
           PERFORM 2600-CLASSIFICA-NOTA THRU 2600-EXIT
               VARYING WS-AVAL-SUB FROM 1 BY 1
               UNTIL WS-AVAL-SUB > 5.
       2200-NEXT.
           PERFORM 2100-READ-HIST THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-FIND-SERIE - ENTRADA DA SERIE E ANO NA TABELA,         *
      *    INCLUIDA NA POSICAO DE ORDEM QUANDO AINDA NAO EXISTE        *
      *----------------------------------------------------------------*
       2300-FIND-SERIE.
           MOVE 1 TO WS-SERIE-SUB.
           MOVE 'N' TO WS-POSICAO-SW.
           PERFORM 2310-POSICAO-SERIE THRU 2310-EXIT
               UNTIL WS-SERIE-SUB > WS-SERIE-COUNT
                   OR WS-POSICAO-ACHADA.
           IF WS-POSICAO-ACHADA
               IF WS-SER-CHAVE (WS-SERIE-SUB) = WS-CHAVE-BUSCA
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           IF WS-SERIE-COUNT NOT < 200
               DISPLAY "*** GRADHIST COM MAIS DE 200 SERIES/ANOS - "
                   WS-CHAVE-BUSCA " IGNORADA ***"
               MOVE ZERO TO WS-SERIE-SUB
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2320-DESLOCA-SERIE THRU 2320-EXIT
               VARYING WS-DESLOCA-SUB FROM WS-SERIE-COUNT BY -1
               UNTIL WS-DESLOCA-SUB < WS-SERIE-SUB.
           ADD 1 TO WS-SERIE-COUNT.
           INITIALIZE WS-SERIE-ENTRY (WS-SERIE-SUB).
           MOVE WS-CHAVE-BUSCA TO WS-SER-CHAVE (WS-SERIE-SUB).
       2300-EXIT.
           EXIT.
       2310-POSICAO-SERIE.
           IF WS-SER-CHAVE (WS-SERIE-SUB) < WS-CHAVE-BUSCA
               ADD 1 TO WS-SERIE-SUB
           ELSE
               MOVE 'Y' TO WS-POSICAO-SW
           END-IF.
       2310-EXIT.
           EXIT.
       2320-DESLOCA-SERIE.
           MOVE WS-SERIE-ENTRY (WS-DESLOCA-SUB)
               TO WS-SERIE-ENTRY (WS-DESLOCA-SUB + 1).
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-FIND-TURMA - ENTRADA DA TURMA DO ANO DA ANALISE,       *
      *    INCLUIDA NA POSICAO DE ORDEM QUANDO AINDA NAO EXISTE        *
      *----------------------------------------------------------------*
       2400-FIND-TURMA.
           MOVE 1 TO WS-TURMA-SUB.
           MOVE 'N' TO WS-POSICAO-SW.
           PERFORM 2410-POSICAO-TURMA THRU 2410-EXIT
               UNTIL WS-TURMA-SUB > WS-TURMA-COUNT
                   OR WS-POSICAO-ACHADA.
           IF WS-POSICAO-ACHADA
               IF WS-TUR-CODIGO (WS-TURMA-SUB) = HIST-TURMA
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           IF WS-TURMA-COUNT NOT < 50
               DISPLAY "*** GRADHIST COM MAIS DE 50 TURMAS NO ANO - "
                   HIST-TURMA " IGNORADA ***"
               MOVE ZERO TO WS-TURMA-SUB
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2420-DESLOCA-TURMA THRU 2420-EXIT
               VARYING WS-DESLOCA-SUB FROM WS-TURMA-COUNT BY -1
               UNTIL WS-DESLOCA-SUB < WS-TURMA-SUB.
           ADD 1 TO WS-TURMA-COUNT.
           INITIALIZE WS-TURMA-ENTRY (WS-TURMA-SUB).
           MOVE HIST-TURMA TO WS-TUR-CODIGO (WS-TURMA-SUB).
       2400-EXIT.
           EXIT.
       2410-POSICAO-TURMA.
           IF WS-TUR-CODIGO (WS-TURMA-SUB) < HIST-TURMA
               ADD 1 TO WS-TURMA-SUB
           ELSE
               MOVE 'Y' TO WS-POSICAO-SW
           END-IF.
       2410-EXIT.
           EXIT.
       2420-DESLOCA-TURMA.
           MOVE WS-TURMA-ENTRY (WS-DESLOCA-SUB)
               TO WS-TURMA-ENTRY (WS-DESLOCA-SUB + 1).
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-FIND-EXAMRES - O ALUNO FEZ A PROVA FINAL E O RESULTADO *
      *----------------------------------------------------------------*
       2500-FIND-EXAMRES.
           MOVE SPACES TO WS-RES-STATUS-ALUNO.
           SET WS-RES-IDX TO 1.
           SEARCH WS-RES-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RES-IDX > WS-RES-COUNT
                   CONTINUE
               WHEN WS-RES-MATRICULA (WS-RES-IDX) = HIST-MATRICULA
                   MOVE 'Y' TO WS-RES-ACHOU-SW
                   MOVE WS-RES-STATUS (WS-RES-IDX)
                       TO WS-RES-STATUS-ALUNO
           END-SEARCH.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-CLASSIFICA-NOTA - RESULTADO DA AVALIACAO WS-AVAL-SUB   *
      *    DO ALUNO, SOMADO NA SERIE/ANO E, NO ANO DA ANALISE, NA      *
      *    TURMA COM A FAIXA DA NOTA                                   *
      *----------------------------------------------------------------*
       2600-CLASSIFICA-NOTA.
           MOVE WS-NA-NOTA (WS-AVAL-SUB) TO WS-NOTA.
           IF WS-AVAL-SUB = 5
               IF WS-SIT-APROVADO
                   MOVE 'A' TO WS-RESULTADO
               ELSE
                   MOVE 'R' TO WS-RESULTADO
               END-IF
           ELSE
               IF WS-NOTA NOT < WS-COR-NOTA-CORTE (WS-ANO-SUB)
                   MOVE 'A' TO WS-RESULTADO
               ELSE
                   IF WS-NOTA NOT < WS-COR-NOTA-EXAME (WS-ANO-SUB)
                       MOVE 'E' TO WS-RESULTADO
                   ELSE
                       MOVE 'R' TO WS-RESULTADO
                   END-IF
               END-IF
           END-IF.
           IF WS-SERIE-SUB > ZERO
               ADD 1 TO WS-SAV-QTDE (WS-SERIE-SUB WS-AVAL-SUB)
               ADD WS-NOTA TO WS-SAV-SOMA (WS-SERIE-SUB WS-AVAL-SUB)
               IF WS-RESULT-APROV
                   ADD 1 TO WS-SAV-APROV (WS-SERIE-SUB WS-AVAL-SUB)
               END-IF
           END-IF.
           IF WS-TURMA-SUB = ZERO
               GO TO 2600-EXIT
           END-IF.
           IF WS-NOTA < 3
               MOVE 1 TO WS-FAIXA-SUB
           ELSE
               IF WS-NOTA < 5
                   MOVE 2 TO WS-FAIXA-SUB
               ELSE
                   IF WS-NOTA < 7
                       MOVE 3 TO WS-FAIXA-SUB
                   ELSE
                       IF WS-NOTA < 9
                           MOVE 4 TO WS-FAIXA-SUB
                       ELSE
                           MOVE 5 TO WS-FAIXA-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB).
           ADD WS-NOTA TO WS-TAV-SOMA (WS-TURMA-SUB WS-AVAL-SUB).
           ADD 1 TO WS-TAV-FAIXA (WS-TURMA-SUB WS-AVAL-SUB
                                  WS-FAIXA-SUB).
           IF WS-RESULT-APROV
               ADD 1 TO WS-TAV-APROV (WS-TURMA-SUB WS-AVAL-SUB)
           ELSE
               IF WS-RESULT-RECUP
                   ADD 1 TO WS-TAV-RECUP (WS-TURMA-SUB WS-AVAL-SUB)
               ELSE
                   ADD 1 TO WS-TAV-REPROV (WS-TURMA-SUB WS-AVAL-SUB)
               END-IF
           END-IF.
           IF WS-AVAL-SUB = 5 AND WS-RES-ACHADO
               ADD 1 TO WS-TAV-RECUP (WS-TURMA-SUB WS-AVAL-SUB)
               ADD 1 TO WS-TUR-EXAME (WS-TURMA-SUB)
               IF WS-RES-APROVADO
                   ADD 1 TO WS-TUR-EXAME-APROV (WS-TURMA-SUB)
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TURMAS - UM BLOCO POR TURMA DO ANO DA ANALISE    *
      *----------------------------------------------------------------*
       4000-WRITE-TURMAS.
           IF WS-TURMA-COUNT = ZERO
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "*** NENHUM REGISTRO NO GRADHIST PARA O ANO "
                   WS-ANO-LETIVO " PERIODO " WS-TERMO " ***"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               MOVE SPACES TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               IF WS-PROGRAM-RC < 4
                   MOVE 4 TO WS-PROGRAM-RC
               END-IF
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-WRITE-TURMA THRU 4100-EXIT
               VARYING WS-TURMA-SUB FROM 1 BY 1
               UNTIL WS-TURMA-SUB > WS-TURMA-COUNT.
       4000-EXIT.
           EXIT.
       4100-WRITE-TURMA.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TURMA " WS-TUR-CODIGO (WS-TURMA-SUB)
               "  (SERIE " WS-TUR-SERIE (WS-TURMA-SUB) ")"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  AVALIACAO   ALUNOS  MEDIA  FX-A  FX-B  FX-C  "
               "FX-D  FX-E  %APROV %RECUP %REPROV  MEDIA/%APROV ANOS "
               "ANT.  VARIACAO"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 'N' TO WS-TUR-QUEDA-SW (WS-TURMA-SUB).
           PERFORM 4200-WRITE-AVALIACAO THRU 4200-EXIT
               VARYING WS-AVAL-SUB FROM 1 BY 1
               UNTIL WS-AVAL-SUB > 5.
           PERFORM 4300-WRITE-EXAME THRU 4300-EXIT.
           IF WS-TUR-QUEDA (WS-TURMA-SUB)
               ADD 1 TO WS-CONT-TURMAS-QUEDA
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4200-WRITE-AVALIACAO - LINHA DO BIMESTRE OU DA MEDIA FINAL  *
      *    COM A COMPARACAO CONTRA A MESMA SERIE NOS ANOS ANTERIORES   *
      *----------------------------------------------------------------*
       4200-WRITE-AVALIACAO.
           MOVE 'N' TO WS-TAV-QUEDA-SW (WS-TURMA-SUB WS-AVAL-SUB).
           MOVE WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB) TO WS-QTDE-ED.
           MOVE ZERO TO WS-MEDIA WS-TAXA-APROV WS-TAXA-RECUP
               WS-TAXA-REPROV.
           IF WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-TAV-SOMA (WS-TURMA-SUB WS-AVAL-SUB)
                   / WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB)
               COMPUTE WS-TAXA-APROV ROUNDED =
                   WS-TAV-APROV (WS-TURMA-SUB WS-AVAL-SUB) * 100
                   / WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB)
               COMPUTE WS-TAXA-RECUP ROUNDED =
                   WS-TAV-RECUP (WS-TURMA-SUB WS-AVAL-SUB) * 100
                   / WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB)
               COMPUTE WS-TAXA-REPROV ROUNDED =
                   WS-TAV-REPROV (WS-TURMA-SUB WS-AVAL-SUB) * 100
                   / WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB)
           END-IF.
           MOVE WS-MEDIA TO WS-MEDIA-ED.
           MOVE WS-TAXA-APROV TO WS-APROV-ED.
           MOVE WS-TAXA-RECUP TO WS-RECUP-ED.
           MOVE WS-TAXA-REPROV TO WS-REPROV-ED.
           MOVE WS-RECUP-ED TO WS-RECUP-TXT.
           IF WS-AVAL-SUB = 5 AND NOT WS-EXAME-VALIDO
               MOVE "    -" TO WS-RECUP-TXT
           END-IF.
           MOVE SPACES TO WS-FAIXAS-ED.
           PERFORM 4210-EDITA-FAIXA THRU 4210-EXIT
               VARYING WS-FAIXA-SUB FROM 1 BY 1
               UNTIL WS-FAIXA-SUB > 5.
           PERFORM 4250-COMPARA-ANTERIORES THRU 4250-EXIT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-ROT-AVAL (WS-AVAL-SUB) " " WS-QTDE-ED
               "  " WS-MEDIA-ED WS-FAIXAS-ED
               "   " WS-APROV-ED "  " WS-RECUP-TXT "   " WS-REPROV-ED
               "  " WS-MEDIA-ANT-TXT "  " WS-TAXA-ANT-TXT
               "      " WS-VAR-TXT "  " WS-QUEDA-TXT
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4200-EXIT.
           EXIT.
       4210-EDITA-FAIXA.
           MOVE WS-TAV-FAIXA (WS-TURMA-SUB WS-AVAL-SUB WS-FAIXA-SUB)
               TO WS-FX-ED (WS-FAIXA-SUB).
       4210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4250-COMPARA-ANTERIORES - MEDIA E TAXA DE APROVACAO DA      *
      *    SERIE DA TURMA SOMADAS NOS ANOS ANTERIORES DA JANELA; QUEDA *
      *    ACIMA DO LIMITE SINALIZA A AVALIACAO E A TURMA              *
      *----------------------------------------------------------------*
       4250-COMPARA-ANTERIORES.
           MOVE ZERO TO WS-ANT-QTDE WS-ANT-SOMA WS-ANT-APROV.
           MOVE "    -" TO WS-MEDIA-ANT-TXT.
           MOVE "    -" TO WS-TAXA-ANT-TXT.
           MOVE SPACES TO WS-VAR-TXT.
           MOVE SPACES TO WS-QUEDA-TXT.
           PERFORM 4260-SOMA-SERIE-ANO THRU 4260-EXIT
               VARYING WS-SERIE-SUB FROM 1 BY 1
               UNTIL WS-SERIE-SUB > WS-SERIE-COUNT.
           IF WS-ANT-QTDE = ZERO
               MOVE "SEM HIST." TO WS-QUEDA-TXT
               GO TO 4250-EXIT
           END-IF.
           COMPUTE WS-MEDIA-ANT ROUNDED = WS-ANT-SOMA / WS-ANT-QTDE.
           COMPUTE WS-TAXA-ANT ROUNDED =
               WS-ANT-APROV * 100 / WS-ANT-QTDE.
           MOVE WS-MEDIA-ANT TO WS-MEDIA-ANT-ED.
           MOVE WS-MEDIA-ANT-ED TO WS-MEDIA-ANT-TXT.
           MOVE WS-TAXA-ANT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-TAXA-ANT-TXT.
           IF WS-TAV-QTDE (WS-TURMA-SUB WS-AVAL-SUB) = ZERO
               GO TO 4250-EXIT
           END-IF.
           COMPUTE WS-VARIACAO = WS-TAXA-APROV - WS-TAXA-ANT.
           MOVE WS-VARIACAO TO WS-VAR-ED.
           MOVE WS-VAR-ED TO WS-VAR-TXT.
           IF WS-TAXA-ANT - WS-TAXA-APROV > WS-QUEDA-PCT
               MOVE "*** QUEDA" TO WS-QUEDA-TXT
               MOVE 'Y' TO WS-TAV-QUEDA-SW (WS-TURMA-SUB WS-AVAL-SUB)
               MOVE 'Y' TO WS-TUR-QUEDA-SW (WS-TURMA-SUB)
               ADD 1 TO WS-CONT-AVAL-QUEDA
               IF WS-PROGRAM-RC < 4
                   MOVE 4 TO WS-PROGRAM-RC
               END-IF
           END-IF.
       4250-EXIT.
           EXIT.
       4260-SOMA-SERIE-ANO.
           IF WS-SER-SERIE (WS-SERIE-SUB) = WS-TUR-SERIE (WS-TURMA-SUB)
                   AND WS-SER-ANO (WS-SERIE-SUB) < WS-ANO-LETIVO
               ADD WS-SAV-QTDE (WS-SERIE-SUB WS-AVAL-SUB)
                   TO WS-ANT-QTDE
               ADD WS-SAV-SOMA (WS-SERIE-SUB WS-AVAL-SUB)
                   TO WS-ANT-SOMA
               ADD WS-SAV-APROV (WS-SERIE-SUB WS-AVAL-SUB)
                   TO WS-ANT-APROV
           END-IF.
       4260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4300-WRITE-EXAME - ALUNOS DA TURMA NA PROVA FINAL E TAXA DE *
      *    SUCESSO NO EXAME                                            *
      *----------------------------------------------------------------*
       4300-WRITE-EXAME.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF NOT WS-EXAME-VALIDO
               STRING "  PROVA FINAL: O EXAMRES E DO ULTIMO ANO "
                   "LETIVO FECHADO (" WS-ANO-MAIOR ") - SEM "
                   "RESULTADO DE EXAME PARA ESTE ANO"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               GO TO 4300-EXIT
           END-IF.
           ADD WS-TUR-EXAME (WS-TURMA-SUB) TO WS-CONT-EXAME.
           ADD WS-TUR-EXAME-APROV (WS-TURMA-SUB)
               TO WS-CONT-EXAME-APROV.
           IF WS-TUR-EXAME (WS-TURMA-SUB) = ZERO
               MOVE "  PROVA FINAL: NENHUM ALUNO DA TURMA FEZ O EXAME"
                   TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-TAXA-SUCESSO ROUNDED =
               WS-TUR-EXAME-APROV (WS-TURMA-SUB) * 100
               / WS-TUR-EXAME (WS-TURMA-SUB).
           MOVE WS-TAXA-SUCESSO TO WS-PCT-ED.
           STRING "  PROVA FINAL: FIZERAM O EXAME "
               WS-TUR-EXAME (WS-TURMA-SUB)
               "  APROVADOS NO EXAME " WS-TUR-EXAME-APROV (WS-TURMA-SUB)
               "  TAXA DE SUCESSO " WS-PCT-ED "%"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-EVOLUCAO - TAXA DE APROVACAO FINAL E MEDIA POR   *
      *    SERIE EM CADA ANO LETIVO DA JANELA                          *
      *----------------------------------------------------------------*
       5000-WRITE-EVOLUCAO.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "EVOLUCAO DA MEDIA FINAL POR SERIE E ANO LETIVO"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "  SERIE  ANO    ALUNOS  MEDIA  %APROV"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 5 TO WS-AVAL-SUB.
           PERFORM 5100-WRITE-SERIE-ANO THRU 5100-EXIT
               VARYING WS-SERIE-SUB FROM 1 BY 1
               UNTIL WS-SERIE-SUB > WS-SERIE-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       5000-EXIT.
           EXIT.
       5100-WRITE-SERIE-ANO.
           IF WS-SAV-QTDE (WS-SERIE-SUB WS-AVAL-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-MEDIA ROUNDED =
               WS-SAV-SOMA (WS-SERIE-SUB WS-AVAL-SUB)
               / WS-SAV-QTDE (WS-SERIE-SUB WS-AVAL-SUB).
           COMPUTE WS-TAXA-APROV ROUNDED =
               WS-SAV-APROV (WS-SERIE-SUB WS-AVAL-SUB) * 100
               / WS-SAV-QTDE (WS-SERIE-SUB WS-AVAL-SUB).
           MOVE WS-SAV-QTDE (WS-SERIE-SUB WS-AVAL-SUB) TO WS-QTDE-ED.
           MOVE WS-MEDIA TO WS-MEDIA-ED.
           MOVE WS-TAXA-APROV TO WS-APROV-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-SER-SERIE (WS-SERIE-SUB)
               "      " WS-SER-ANO (WS-SERIE-SUB)
               "  " WS-QTDE-ED "  " WS-MEDIA-ED "  " WS-APROV-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-WRITE-RESUMO - TURMAS COM QUEDA, TOTAIS DA PROVA FINAL *
      *    E CONTAGENS DE CONTROLE                                     *
      *----------------------------------------------------------------*
       6000-WRITE-RESUMO.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "TURMAS COM QUEDA NA TAXA DE APROVACAO"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-CONT-TURMAS-QUEDA = ZERO
               MOVE SPACES TO RPT-OUT-RECORD
               MOVE "  NENHUMA" TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           ELSE
               PERFORM 6100-WRITE-QUEDA THRU 6100-EXIT
                   VARYING WS-TURMA-SUB FROM 1 BY 1
                   UNTIL WS-TURMA-SUB > WS-TURMA-COUNT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-EXAME-VALIDO
               MOVE ZERO TO WS-TAXA-SUCESSO
               IF WS-CONT-EXAME > ZERO
                   COMPUTE WS-TAXA-SUCESSO ROUNDED =
                       WS-CONT-EXAME-APROV * 100 / WS-CONT-EXAME
               END-IF
               MOVE WS-TAXA-SUCESSO TO WS-PCT-ED
               STRING "PROVA FINAL DO ANO - FIZERAM O EXAME: "
                   WS-CONT-EXAME " APROVADOS NO EXAME: "
                   WS-CONT-EXAME-APROV " TAXA DE SUCESSO: "
                   WS-PCT-ED "%"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               STRING "PROVA FINAL DO ANO - SEM RESULTADO (EXAMRES "
                   "E DO ANO LETIVO " WS-ANO-MAIOR ")"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRAILER GRADHIST GERAIS: " WS-CONT-LIDOS
               " ANO DA ANALISE: " WS-CONT-ANALISE
               " ANOS ANTERIORES: " WS-CONT-ANTERIORES
               " SEM TURMA: " WS-CONT-SEM-TURMA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRAILER TURMAS: " WS-TURMA-COUNT
               " TURMAS COM QUEDA: " WS-CONT-TURMAS-QUEDA
               " AVALIACOES COM QUEDA: " WS-CONT-AVAL-QUEDA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           CLOSE RPT-FILE-OUT.
       6000-EXIT.
           EXIT.
       6100-WRITE-QUEDA.
           IF NOT WS-TUR-QUEDA (WS-TURMA-SUB)
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-LISTA-QUEDAS.
           MOVE 1 TO WS-LISTA-PTR.
           PERFORM 6110-LISTA-AVALIACAO THRU 6110-EXIT
               VARYING WS-AVAL-SUB FROM 1 BY 1
               UNTIL WS-AVAL-SUB > 5.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  TURMA " WS-TUR-CODIGO (WS-TURMA-SUB)
               " - QUEDA EM: " WS-LISTA-QUEDAS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6100-EXIT.
           EXIT.
       6110-LISTA-AVALIACAO.
           IF WS-TAV-QUEDA (WS-TURMA-SUB WS-AVAL-SUB)
               STRING WS-SIG-AVAL (WS-AVAL-SUB)
                   DELIMITED BY SIZE INTO WS-LISTA-QUEDAS
                   WITH POINTER WS-LISTA-PTR
           END-IF.
       6110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "DESEMP" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "ANO:" WS-ANO-LETIVO " PER:" WS-TERMO
               " ANOS:" WS-ANOS-COMP
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "TURMAS:" WS-TURMA-COUNT
               " QUEDAS:" WS-CONT-TURMAS-QUEDA
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
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "DESEMP - ANO: " WS-ANO-LETIVO
               " TURMAS: " WS-TURMA-COUNT
               " ALUNOS: " WS-CONT-ANALISE
               " TURMAS COM QUEDA: " WS-CONT-TURMAS-QUEDA.
       9999-EXIT.
           EXIT.
       END PROGRAM desemp.
