      *EXTRATO DO CENSO ESCOLAR. RODA NO FECHAMENTO DO PERIODO, DEPOIS
      *DA PROMOCAO, E MONTA O ARQUIVO DE LAYOUT FIXO DO CENSO (CENSOUT)
      *A PARTIR DOS MESTRES: REGISTRO 00 DA ESCOLA (CENSPARM), UM
      *REGISTRO 20 POR TURMA COM ALUNOS (TURMAMST, COM O TURNO E O
      *PROFESSOR RESPONSAVEL DO PROFMST), UM REGISTRO 60 POR ALUNO COM
      *A SITUACAO DA MATRICULA E O RESULTADO DO ANO, E O TRAILER 99.
      *O RESULTADO DO ANO SEGUE A MESMA ORDEM DO PROMOTE: REPROVACAO
      *POR FALTA (FALTAS SEM JUSTIFICATIVA DO ATTMAST ACIMA DE UM
      *QUARTO DAS AULAS) PREVALECE, DEPOIS O RESULTADO POS-EXAME
      *(EXAMRES), DEPOIS A SITUACAO DO REGISTRO GERAL DO FECHAMENTO
      *DO ANO NO GRADHIST. ALUNO COM HISTORICO NO ANO LETIVO QUE NAO
      *ESTA MAIS NO ROSTIN SAI COMO TRANSFERIDO.
      *ANTES DE GERAR O ARQUIVO UMA PRE-VALIDACAO LISTA NO CENSRPT
      *TODA ESCOLA, TURMA OU ALUNO SEM CAMPO OBRIGATORIO; COM
      *PENDENCIA O ARQUIVO NAO E GERADO (RC 8). NO FIM O CENSRPT
      *CONFERE AS CONTAGENS COM O TRAILER DO PROMORPT (ALUNOS,
      *APROVADOS = PROMOVIDOS MAIS SAIDAS, REPROVADOS = RETIDOS);
      *DIVERGENCIA OU PROMORPT AUSENTE DA RC 4.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - EXTRATO DO CENSO COM      *
      *                   PRE-VALIDACAO DOS CAMPOS OBRIGATORIOS E      *
      *                   CONFERENCIA COM O PROMORPT                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. censo.
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
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROF-FILE-IN ASSIGN TO PROFMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEMO-FILE-IN ASSIGN TO DEMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-MATRICULA
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT OPTIONAL ATTM-FILE-IN ASSIGN TO ATTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTM-MATRICULA
               FILE STATUS IS WS-ATTM-STATUS.
           SELECT OPTIONAL HIST-FILE-IN ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXAMRES-FILE-IN ASSIGN TO EXAMRES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROM-FILE-IN ASSIGN TO PROMORPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE-IN ASSIGN TO CENSPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CENSO-FILE-OUT ASSIGN TO CENSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO CENSRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  PROF-FILE-IN
           RECORDING MODE IS F.
           COPY PROFREC.
       FD  DEMO-FILE-IN.
           COPY DEMOREC.
       FD  ATTM-FILE-IN.
           COPY ATTMREC.
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
      *    LINHA DE TRAILER DO RELATORIO DE PROMOCAO (PROMORPT), NAS   *
      *    POSICOES QUE O 5000-WRITE-REPORT DO PROMOTE GRAVA           *
      *----------------------------------------------------------------*
       FD  PROM-FILE-IN
           RECORDING MODE IS F.
       01  PROM-IN-RECORD.
           05  PROM-ROTULO           PIC X(16).
               88  PROM-TRAILER          VALUE "TRAILER ALUNOS: ".
           05  PROM-ALUNOS           PIC 9(05).
           05  FILLER                PIC X(13).
           05  PROM-PROMOVIDOS       PIC 9(05).
           05  FILLER                PIC X(10).
           05  PROM-RETIDOS          PIC 9(05).
           05  FILLER                PIC X(09).
           05  PROM-SAIDAS           PIC 9(05).
           05  FILLER                PIC X(12).
       FD  PARM-FILE-IN
           RECORDING MODE IS F.
       01  PARM-IN-RECORD.
           05  PARM-COD-ESCOLA       PIC X(08).
           05  PARM-NOME-ESCOLA      PIC X(40).
           05  PARM-MUNICIPIO        PIC X(30).
           05  PARM-UF               PIC X(02).
      *----------------------------------------------------------------*
      *    ARQUIVO DO CENSO - REGISTROS DE 100 POSICOES: 00 ESCOLA,    *
      *    20 TURMA, 60 ALUNO E 99 TRAILER                             *
      *----------------------------------------------------------------*
       FD  CENSO-FILE-OUT
           RECORDING MODE IS F.
       01  CEN-ESCOLA-REC.
           05  CEN00-TIPO-REG        PIC X(02).
           05  CEN00-COD-ESCOLA      PIC X(08).
           05  CEN00-NOME-ESCOLA     PIC X(40).
           05  CEN00-MUNICIPIO       PIC X(30).
           05  CEN00-UF              PIC X(02).
           05  CEN00-ANO-LETIVO      PIC 9(04).
           05  CEN00-DATA-GERACAO    PIC 9(08).
           05  FILLER                PIC X(06).
       01  CEN-TURMA-REC.
           05  CEN20-TIPO-REG        PIC X(02).
           05  CEN20-COD-ESCOLA      PIC X(08).
           05  CEN20-TURMA           PIC X(04).
           05  CEN20-DESCRICAO       PIC X(30).
           05  CEN20-TURNO           PIC X(01).
           05  CEN20-PROF-ID         PIC X(04).
           05  CEN20-PROF-NOME       PIC X(30).
           05  CEN20-QTDE-ALUNOS     PIC 9(05).
           05  FILLER                PIC X(16).
       01  CEN-ALUNO-REC.
           05  CEN60-TIPO-REG        PIC X(02).
           05  CEN60-COD-ESCOLA      PIC X(08).
           05  CEN60-MATRICULA       PIC 9(06).
           05  CEN60-NOME            PIC X(30).
           05  CEN60-TURMA           PIC X(04).
           05  CEN60-SITUACAO        PIC X(01).
           05  CEN60-RESULTADO       PIC X(01).
           05  CEN60-RESPONSAVEL     PIC X(30).
           05  FILLER                PIC X(18).
       01  CEN-TRAILER-REC.
           05  CEN99-TIPO-REG        PIC X(02).
           05  CEN99-COD-ESCOLA      PIC X(08).
           05  CEN99-QTDE-TURMAS     PIC 9(05).
           05  CEN99-QTDE-ALUNOS     PIC 9(06).
           05  CEN99-QTDE-REGISTROS  PIC 9(07).
           05  FILLER                PIC X(72).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(100).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        DADOS DA ESCOLA (CENSPARM) E ANO LETIVO DO CENSO        *
      *----------------------------------------------------------------*
       77  WS-COD-ESCOLA             PIC X(08) VALUE SPACES.
       77  WS-NOME-ESCOLA            PIC X(40) VALUE SPACES.
       77  WS-MUNICIPIO              PIC X(30) VALUE SPACES.
       77  WS-UF                     PIC X(02) VALUE SPACES.
       77  WS-ANO-LETIVO             PIC 9(04) VALUE ZERO.
       01  WS-RUNDATE-PARTES.
           05  WS-RUN-ANO            PIC 9(04).
           05  WS-RUN-MES-DIA        PIC 9(04).
      *----------------------------------------------------------------*
      *        CADASTRO DE PROFESSORES (PROFMST)                       *
      *----------------------------------------------------------------*
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY OCCURS 100 TIMES INDEXED BY WS-PROF-IDX.
               10  WS-PRF-CODIGO         PIC X(04).
               10  WS-PRF-NOME           PIC X(30).
       77  WS-PROF-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-PROF-NOME-ACHADO        PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *        CADASTRO DE TURMAS COM OS ALUNOS DO CENSO               *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURMA-IDX.
               10  WS-TUR-CODIGO         PIC X(04).
               10  WS-TUR-DESC           PIC X(30).
               10  WS-TUR-TURNO          PIC X(01).
                   88  WS-TUR-TURNO-OK       VALUES 'M' 'T' 'N'.
               10  WS-TUR-PROF           PIC X(04).
               10  WS-TUR-ALUNOS         PIC 9(05).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-TURMA-SUB               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        REGISTRO GERAL MAIS RECENTE DE CADA ALUNO NO GRADHIST   *
      *        DO ANO LETIVO                                           *
      *----------------------------------------------------------------*
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES
                                     INDEXED BY WS-HIST-IDX.
               10  WS-HST-MATRICULA      PIC 9(06).
               10  WS-HST-TERMO          PIC 9(02).
               10  WS-HST-NOME           PIC X(30).
               10  WS-HST-TURMA          PIC X(04).
               10  WS-HST-STATUS         PIC X(09).
               10  WS-HST-VISTO-SW       PIC X(01).
                   88  WS-HST-VISTO          VALUE 'Y'.
       77  WS-HIST-COUNT              PIC 9(04) VALUE ZERO.
       77  WS-HIST-SUB                PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------*
      *        RESULTADO POS-EXAME (EXAMRES) CARREGADO EM TABELA       *
      *----------------------------------------------------------------*
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 200 TIMES INDEXED BY WS-RES-IDX.
               10  WS-RES-MATRICULA      PIC 9(06).
               10  WS-RES-STATUS         PIC X(09).
       77  WS-RES-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-RES-ACHOU-SW            PIC X(01) VALUE 'N'.
           88  WS-RES-ACHADO              VALUE 'Y'.
       77  WS-RES-STATUS-ALUNO        PIC X(09) VALUE SPACES.
      *----------------------------------------------------------------*
      *        ALUNO EM AVALIACAO                                      *
      *----------------------------------------------------------------*
       77  WS-CEN-MATRICULA          PIC 9(06) VALUE ZERO.
       77  WS-CEN-NOME               PIC X(30) VALUE SPACES.
       77  WS-CEN-TURMA              PIC X(04) VALUE SPACES.
       77  WS-CEN-RESPONSAVEL        PIC X(30) VALUE SPACES.
       77  WS-CEN-SITUACAO           PIC X(01) VALUE SPACE.
           88  WS-SIT-ATIVO              VALUE 'A'.
           88  WS-SIT-TRANSFERIDO        VALUE 'T'.
       77  WS-CEN-RESULTADO          PIC X(01) VALUE SPACE.
           88  WS-RES-APROVADO           VALUE 'A'.
           88  WS-RES-REPROVADO          VALUE 'R'.
           88  WS-RES-REPROV-FALTA       VALUE 'F'.
           88  WS-RES-TRANSFERIDO        VALUE 'T'.
           88  WS-RES-SEM-RESULTADO      VALUE SPACE.
      *----------------------------------------------------------------*
      *        FREQUENCIA (ATTMAST) - REPROVACAO POR FALTA, COM O      *
      *        MESMO LIMITE DO PROMOTE                                 *
      *----------------------------------------------------------------*
       77  WS-PCT-FALTAS             PIC 9(03)V9 VALUE ZERO.
       77  WS-FALTAS-INJUST          PIC 9(05) VALUE ZERO.
       77  WS-FALTA-LIMITE           PIC 9(02)V9 VALUE 25.0.
      *----------------------------------------------------------------*
      *        PENDENCIAS DA PRE-VALIDACAO                             *
      *----------------------------------------------------------------*
       77  WS-PASSO-SW               PIC X(01) VALUE 'V'.
           88  WS-PASSO-VALIDACAO        VALUE 'V'.
           88  WS-PASSO-GERACAO          VALUE 'G'.
       77  WS-PEND-ENTIDADE          PIC X(06) VALUE SPACES.
       77  WS-PEND-CHAVE             PIC X(08) VALUE SPACES.
       77  WS-PEND-CAMPO             PIC X(40) VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONTAGENS DE CONTROLE                                   *
      *----------------------------------------------------------------*
       77  WS-CONT-PENDENCIAS        PIC 9(05) VALUE ZERO.
       77  WS-CONT-ALUNOS            PIC 9(05) VALUE ZERO.
       77  WS-CONT-APROVADOS         PIC 9(05) VALUE ZERO.
       77  WS-CONT-REPROVADOS        PIC 9(05) VALUE ZERO.
       77  WS-CONT-REPROV-FALTA      PIC 9(05) VALUE ZERO.
       77  WS-CONT-REPROV-TOTAL      PIC 9(05) VALUE ZERO.
       77  WS-CONT-TRANSFERIDOS      PIC 9(05) VALUE ZERO.
       77  WS-CONT-TURMAS-CENSO      PIC 9(05) VALUE ZERO.
       77  WS-CONT-ALUNOS-CENSO      PIC 9(06) VALUE ZERO.
       77  WS-CONT-REGISTROS         PIC 9(07) VALUE ZERO.
       77  WS-PROM-ALUNOS            PIC 9(05) VALUE ZERO.
       77  WS-PROM-APROVADOS         PIC 9(05) VALUE ZERO.
       77  WS-PROM-RETIDOS           PIC 9(05) VALUE ZERO.
       77  WS-PROM-ACHOU-SW          PIC X(01) VALUE 'N'.
           88  WS-PROM-ACHADO            VALUE 'Y'.
       77  WS-CONFERE                PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-ATTM-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ATTM-OK                VALUES "00" "05".
       77  WS-ATTM-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-ATTM-ABERTO            VALUE 'Y'.
       77  WS-DEMO-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DEMO-OK                VALUE "00".
       77  WS-DEMO-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-DEMO-ABERTO            VALUE 'Y'.
       77  WS-DEMO-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-DEMO-ACHADO            VALUE 'Y'.
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
           PERFORM 2000-PRE-VALIDACAO THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 4000-GERA-CENSO THRU 4000-EXIT
           END-IF.
           PERFORM 5000-CONTROLE THRU 5000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - OPERADOR, DATA, ANO LETIVO DO CENSO E     *
      *    CARGA DAS TABELAS                                           *
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
           DISPLAY "ANO LETIVO DO CENSO (AAAA): ".
           ACCEPT WS-ANO-LETIVO.
           IF WS-ANO-LETIVO NOT NUMERIC OR WS-ANO-LETIVO = ZERO
               MOVE WS-RUN-ANO TO WS-ANO-LETIVO
           END-IF.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
           PERFORM 1200-LOAD-PROFESSORES THRU 1200-EXIT.
           PERFORM 1300-LOAD-TURMAS THRU 1300-EXIT.
           PERFORM 1400-LOAD-GRADHIST THRU 1400-EXIT.
           PERFORM 1500-LOAD-EXAMRES THRU 1500-EXIT.
           PERFORM 1600-READ-PROMORPT THRU 1600-EXIT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CENSO ESCOLAR - ANO LETIVO: " WS-ANO-LETIVO
               " DATA: " WS-EFFECTIVE-RUNDATE
               " ESCOLA: " WS-COD-ESCOLA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-READ-PARM - IDENTIFICACAO DA ESCOLA NO CENSO           *
      *----------------------------------------------------------------*
       1100-READ-PARM.
           OPEN INPUT PARM-FILE-IN.
           READ PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-COD-ESCOLA  TO WS-COD-ESCOLA
                   MOVE PARM-NOME-ESCOLA TO WS-NOME-ESCOLA
                   MOVE PARM-MUNICIPIO   TO WS-MUNICIPIO
                   MOVE PARM-UF          TO WS-UF
           END-READ.
           CLOSE PARM-FILE-IN.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-LOAD-PROFESSORES - CODIGO E NOME DO CADASTRO DE        *
      *    PROFESSORES                                                 *
      *----------------------------------------------------------------*
       1200-LOAD-PROFESSORES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PROF-FILE-IN.
           PERFORM 1210-READ-PROF THRU 1210-EXIT.
           PERFORM 1220-LOAD-PROF-ENTRY THRU 1220-EXIT
               UNTIL WS-EOF.
           CLOSE PROF-FILE-IN.
       1200-EXIT.
           EXIT.
       1210-READ-PROF.
           READ PROF-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1210-EXIT.
           EXIT.
       1220-LOAD-PROF-ENTRY.
           IF WS-PROF-COUNT < 100
               ADD 1 TO WS-PROF-COUNT
               MOVE PROF-CODIGO TO WS-PRF-CODIGO (WS-PROF-COUNT)
               MOVE PROF-NOME   TO WS-PRF-NOME (WS-PROF-COUNT)
           ELSE
               DISPLAY "*** PROFMST TEM MAIS DE 100 PROFESSORES - "
                   PROF-CODIGO " IGNORADO ***"
           END-IF.
           PERFORM 1210-READ-PROF THRU 1210-EXIT.
       1220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-LOAD-TURMAS - CADASTRO DE TURMAS COM A CONTAGEM DE     *
      *    ALUNOS DO CENSO ZERADA                                      *
      *----------------------------------------------------------------*
       1300-LOAD-TURMAS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 1310-READ-TURMA THRU 1310-EXIT.
           PERFORM 1320-LOAD-TURMA-ENTRY THRU 1320-EXIT
               UNTIL WS-EOF.
           CLOSE TURMA-FILE-IN.
       1300-EXIT.
           EXIT.
       1310-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1310-EXIT.
           EXIT.
       1320-LOAD-TURMA-ENTRY.
           IF WS-TURMA-COUNT < 50
               ADD 1 TO WS-TURMA-COUNT
               MOVE TURM-CODIGO    TO WS-TUR-CODIGO (WS-TURMA-COUNT)
               MOVE TURM-DESCRICAO TO WS-TUR-DESC (WS-TURMA-COUNT)
               MOVE TURM-TURNO     TO WS-TUR-TURNO (WS-TURMA-COUNT)
               MOVE TURM-PROF-ID   TO WS-TUR-PROF (WS-TURMA-COUNT)
               MOVE ZERO           TO WS-TUR-ALUNOS (WS-TURMA-COUNT)
           ELSE
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
                   TURM-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1310-READ-TURMA THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1400-LOAD-GRADHIST - GUARDA O REGISTRO GERAL DO PERIODO     *
      *    MAIS RECENTE DE CADA ALUNO NO ANO LETIVO DO CENSO           *
      *----------------------------------------------------------------*
       1400-LOAD-GRADHIST.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 1410-READ-HIST THRU 1410-EXIT.
           PERFORM 1420-LOAD-HIST-ENTRY THRU 1420-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
       1400-EXIT.
           EXIT.
       1410-READ-HIST.
           READ HIST-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.
       1420-LOAD-HIST-ENTRY.
           IF HIST-ANO-LETIVO NOT = WS-ANO-LETIVO
                   OR NOT HIST-REGISTRO-GERAL
               GO TO 1420-NEXT
           END-IF.
           MOVE HIST-MATRICULA TO WS-CEN-MATRICULA.
           PERFORM 3300-FIND-HIST THRU 3300-EXIT.
           IF WS-HIST-SUB = ZERO
               IF WS-HIST-COUNT < 1000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-SUB
                   MOVE ZERO TO WS-HST-TERMO (WS-HIST-SUB)
                   MOVE 'N' TO WS-HST-VISTO-SW (WS-HIST-SUB)
               ELSE
                   DISPLAY "*** GRADHIST COM MAIS DE 1000 ALUNOS NO "
                       "ANO - " HIST-MATRICULA " IGNORADO ***"
                   GO TO 1420-NEXT
               END-IF
           END-IF.
           IF HIST-TERMO NOT < WS-HST-TERMO (WS-HIST-SUB)
               MOVE HIST-MATRICULA TO WS-HST-MATRICULA (WS-HIST-SUB)
               MOVE HIST-TERMO     TO WS-HST-TERMO (WS-HIST-SUB)
               MOVE HIST-NOME      TO WS-HST-NOME (WS-HIST-SUB)
               MOVE HIST-TURMA     TO WS-HST-TURMA (WS-HIST-SUB)
               MOVE HIST-STATUS    TO WS-HST-STATUS (WS-HIST-SUB)
           END-IF.
       1420-NEXT.
           PERFORM 1410-READ-HIST THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-EXAMRES - CARREGA O RESULTADO POS-EXAME EM        *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1500-LOAD-EXAMRES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT EXAMRES-FILE-IN.
           PERFORM 1510-READ-RES THRU 1510-EXIT.
           PERFORM 1520-LOAD-RES-ENTRY THRU 1520-EXIT
               UNTIL WS-EOF.
           CLOSE EXAMRES-FILE-IN.
       1500-EXIT.
           EXIT.
       1510-READ-RES.
           READ EXAMRES-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1510-EXIT.
           EXIT.
       1520-LOAD-RES-ENTRY.
           IF WS-RES-COUNT < 200
               ADD 1 TO WS-RES-COUNT
               MOVE RES-MATRICULA TO WS-RES-MATRICULA (WS-RES-COUNT)
               MOVE RES-STATUS    TO WS-RES-STATUS (WS-RES-COUNT)
           ELSE
               DISPLAY "*** EXAMRES TEM MAIS DE 200 ALUNOS - "
                   RES-MATRICULA " IGNORADO ***"
           END-IF.
           PERFORM 1510-READ-RES THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1600-READ-PROMORPT - TOTAIS DO TRAILER DO RELATORIO DE      *
      *    PROMOCAO DO MESMO FECHAMENTO                                *
      *----------------------------------------------------------------*
       1600-READ-PROMORPT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-PROM-ACHOU-SW.
           OPEN INPUT PROM-FILE-IN.
           PERFORM 1610-READ-PROM THRU 1610-EXIT.
           PERFORM 1620-CHECK-PROM THRU 1620-EXIT
               UNTIL WS-EOF.
           CLOSE PROM-FILE-IN.
       1600-EXIT.
           EXIT.
       1610-READ-PROM.
           READ PROM-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1610-EXIT.
           EXIT.
       1620-CHECK-PROM.
           IF PROM-TRAILER
                   AND PROM-ALUNOS IS NUMERIC
                   AND PROM-PROMOVIDOS IS NUMERIC
                   AND PROM-RETIDOS IS NUMERIC
                   AND PROM-SAIDAS IS NUMERIC
               MOVE 'Y' TO WS-PROM-ACHOU-SW
               MOVE PROM-ALUNOS TO WS-PROM-ALUNOS
               COMPUTE WS-PROM-APROVADOS =
                   PROM-PROMOVIDOS + PROM-SAIDAS
               MOVE PROM-RETIDOS TO WS-PROM-RETIDOS
           END-IF.
           PERFORM 1610-READ-PROM THRU 1610-EXIT.
       1620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PRE-VALIDACAO - PRIMEIRA PASSADA: AVALIA CADA ALUNO,   *
      *    CONTA OS RESULTADOS E LISTA TODA PENDENCIA DE CAMPO         *
      *    OBRIGATORIO; COM PENDENCIA O ARQUIVO NAO E GERADO           *
      *----------------------------------------------------------------*
       2000-PRE-VALIDACAO.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "PRE-VALIDACAO DOS CAMPOS OBRIGATORIOS"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE 'V' TO WS-PASSO-SW.
           PERFORM 2100-VALIDA-ESCOLA THRU 2100-EXIT.
           PERFORM 2900-OPEN-MESTRES THRU 2900-EXIT.
           IF WS-PROGRAM-RC NOT < 8
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-READ-ROSTER THRU 2200-EXIT.
           PERFORM 2300-VALIDA-ALUNO THRU 2300-EXIT
               UNTIL WS-EOF.
           PERFORM 2400-VALIDA-TRANSFERIDO THRU 2400-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
           PERFORM 2500-VALIDA-TURMA THRU 2500-EXIT
               VARYING WS-TURMA-IDX FROM 1 BY 1
               UNTIL WS-TURMA-IDX > WS-TURMA-COUNT.
           PERFORM 2950-CLOSE-MESTRES THRU 2950-EXIT.
           COMPUTE WS-CONT-REPROV-TOTAL =
               WS-CONT-REPROVADOS + WS-CONT-REPROV-FALTA.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-CONT-PENDENCIAS = ZERO
               MOVE "PRE-VALIDACAO SEM PENDENCIAS" TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           ELSE
               STRING "TOTAL DE PENDENCIAS: " WS-CONT-PENDENCIAS
                   " - ARQUIVO DO CENSO NAO GERADO"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2000-EXIT.
           EXIT.
       2100-VALIDA-ESCOLA.
           MOVE "ESCOLA" TO WS-PEND-ENTIDADE.
           MOVE "CENSPARM" TO WS-PEND-CHAVE.
           IF WS-COD-ESCOLA = SPACES
               MOVE "CODIGO DA ESCOLA" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           IF WS-NOME-ESCOLA = SPACES
               MOVE "NOME DA ESCOLA" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           IF WS-MUNICIPIO = SPACES OR WS-UF = SPACES
               MOVE "MUNICIPIO/UF" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
       2200-READ-ROSTER.
           READ ROSTER-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2200-EXIT.
           EXIT.
       2300-VALIDA-ALUNO.
           PERFORM 3000-AVALIA-ALUNO THRU 3000-EXIT.
           ADD 1 TO WS-CONT-ALUNOS.
           EVALUATE TRUE
               WHEN WS-RES-APROVADO
                   ADD 1 TO WS-CONT-APROVADOS
               WHEN WS-RES-REPROVADO
                   ADD 1 TO WS-CONT-REPROVADOS
               WHEN WS-RES-REPROV-FALTA
                   ADD 1 TO WS-CONT-REPROV-FALTA
           END-EVALUATE.
           IF WS-TURMA-SUB > ZERO
               ADD 1 TO WS-TUR-ALUNOS (WS-TURMA-SUB)
           END-IF.
           PERFORM 2200-READ-ROSTER THRU 2200-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-VALIDA-TRANSFERIDO - ALUNO COM HISTORICO NO ANO QUE    *
      *    NAO ESTA MAIS NO ROSTIN                                     *
      *----------------------------------------------------------------*
       2400-VALIDA-TRANSFERIDO.
           IF WS-HST-VISTO (WS-HIST-IDX)
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-CONT-TRANSFERIDOS.
           MOVE "ALUNO" TO WS-PEND-ENTIDADE.
           MOVE WS-HST-MATRICULA (WS-HIST-IDX) TO WS-PEND-CHAVE.
           IF WS-HST-NOME (WS-HIST-IDX) = SPACES
               MOVE "NOME (TRANSFERIDO)" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           IF WS-HST-TURMA (WS-HIST-IDX) = SPACES
               MOVE "TURMA (TRANSFERIDO)" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-VALIDA-TURMA - TURMA COM ALUNO NO CENSO PRECISA DE     *
      *    DESCRICAO, TURNO VALIDO E PROFESSOR DO CADASTRO             *
      *----------------------------------------------------------------*
       2500-VALIDA-TURMA.
           IF WS-TUR-ALUNOS (WS-TURMA-IDX) = ZERO
               GO TO 2500-EXIT
           END-IF.
           MOVE "TURMA" TO WS-PEND-ENTIDADE.
           MOVE WS-TUR-CODIGO (WS-TURMA-IDX) TO WS-PEND-CHAVE.
           IF WS-TUR-DESC (WS-TURMA-IDX) = SPACES
               MOVE "DESCRICAO" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           IF NOT WS-TUR-TURNO-OK (WS-TURMA-IDX)
               MOVE "TURNO (M/T/N)" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           PERFORM 3600-FIND-PROFESSOR THRU 3600-EXIT.
           IF WS-PROF-NOME-ACHADO = SPACES
               MOVE "PROFESSOR RESPONSAVEL" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-OPEN-MESTRES - ROSTIN OBRIGATORIO; SEM DEMOMST OU      *
      *    ATTMAST A PRE-VALIDACAO ACUSA O QUE FALTAR                  *
      *----------------------------------------------------------------*
       2900-OPEN-MESTRES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2900-EXIT
           END-IF.
           MOVE 'N' TO WS-DEMO-ABERTO-SW.
           OPEN INPUT DEMO-FILE-IN.
           IF WS-DEMO-OK
               MOVE 'Y' TO WS-DEMO-ABERTO-SW
           ELSE
               DISPLAY "*** DEMOMST NAO PUDE SER ABERTO - STATUS: "
                   WS-DEMO-STATUS " ***"
           END-IF.
           MOVE 'N' TO WS-ATTM-ABERTO-SW.
           OPEN INPUT ATTM-FILE-IN.
           IF WS-ATTM-OK
               MOVE 'Y' TO WS-ATTM-ABERTO-SW
           ELSE
               DISPLAY "*** ATTMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-ATTM-STATUS " - SEM REPROVACAO POR FALTA ***"
           END-IF.
       2900-EXIT.
           EXIT.
       2950-CLOSE-MESTRES.
           CLOSE ROSTER-FILE-IN.
           IF WS-DEMO-ABERTO
               CLOSE DEMO-FILE-IN
               MOVE 'N' TO WS-DEMO-ABERTO-SW
           END-IF.
           IF WS-ATTM-ABERTO
               CLOSE ATTM-FILE-IN
               MOVE 'N' TO WS-ATTM-ABERTO-SW
           END-IF.
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-AVALIA-ALUNO - RESULTADO DO ANO E CAMPOS OBRIGATORIOS  *
      *    DO ALUNO CORRENTE DO ROSTIN; NA PASSADA DE VALIDACAO AS     *
      *    PENDENCIAS VAO PARA O CENSRPT                               *
      *----------------------------------------------------------------*
       3000-AVALIA-ALUNO.
           MOVE ROST-MATRICULA TO WS-CEN-MATRICULA.
           MOVE ROST-NOME TO WS-CEN-NOME.
           MOVE ROST-TURMA TO WS-CEN-TURMA.
           MOVE 'A' TO WS-CEN-SITUACAO.
           MOVE SPACE TO WS-CEN-RESULTADO.
           MOVE "ALUNO" TO WS-PEND-ENTIDADE.
           MOVE ROST-MATRICULA TO WS-PEND-CHAVE.
           IF ROST-NOME = SPACES
               MOVE "NOME" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           PERFORM 3500-FIND-TURMA THRU 3500-EXIT.
           IF WS-TURMA-SUB = ZERO
               MOVE "TURMA FORA DO TURMAMST" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           END-IF.
           PERFORM 3400-READ-DEMO THRU 3400-EXIT.
           IF NOT WS-DEMO-ACHADO
               MOVE "CADASTRO DEMOGRAFICO (DEMOMST)" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
           ELSE
               IF DEMO-RESPONSAVEL = SPACES
                   MOVE "RESPONSAVEL" TO WS-PEND-CAMPO
                   PERFORM 3900-PENDENCIA THRU 3900-EXIT
               END-IF
               IF DEMO-ENDERECO = SPACES
                   MOVE "ENDERECO" TO WS-PEND-CAMPO
                   PERFORM 3900-PENDENCIA THRU 3900-EXIT
               END-IF
           END-IF.
           PERFORM 3300-FIND-HIST THRU 3300-EXIT.
           IF WS-HIST-SUB > ZERO
               MOVE 'Y' TO WS-HST-VISTO-SW (WS-HIST-SUB)
           END-IF.
           PERFORM 3100-CHECK-FALTAS THRU 3100-EXIT.
           IF WS-RES-REPROV-FALTA
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-FIND-EXAMRES THRU 3200-EXIT.
           IF WS-RES-ACHADO
               IF WS-RES-STATUS-ALUNO = "APROVADO "
                   MOVE 'A' TO WS-CEN-RESULTADO
               ELSE
                   MOVE 'R' TO WS-CEN-RESULTADO
               END-IF
               GO TO 3000-EXIT
           END-IF.
           IF WS-HIST-SUB = ZERO
               MOVE "RESULTADO (SEM GRADHIST NO ANO)" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-HST-TERMO (WS-HIST-SUB) < 4
               MOVE "RESULTADO (ANO NAO FECHADO)" TO WS-PEND-CAMPO
               PERFORM 3900-PENDENCIA THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-HST-STATUS (WS-HIST-SUB) = "APROVADO "
               MOVE 'A' TO WS-CEN-RESULTADO
           ELSE
               MOVE 'R' TO WS-CEN-RESULTADO
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-CHECK-FALTAS - MAIS DE UM QUARTO DE FALTAS SEM         *
      *    JUSTIFICATIVA NO ATTMAST E REPROVACAO POR FALTA             *
      *----------------------------------------------------------------*
       3100-CHECK-FALTAS.
           IF NOT WS-ATTM-ABERTO
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CEN-MATRICULA TO ATTM-MATRICULA.
           READ ATTM-FILE-IN
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           IF ATTM-AULAS-DADAS = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE ATTM-AULAS-PERDIDAS TO WS-FALTAS-INJUST.
           IF ATTM-FALTAS-JUSTIF IS NUMERIC
                   AND ATTM-FALTAS-JUSTIF NOT > WS-FALTAS-INJUST
               SUBTRACT ATTM-FALTAS-JUSTIF FROM WS-FALTAS-INJUST
           END-IF.
           COMPUTE WS-PCT-FALTAS ROUNDED =
               WS-FALTAS-INJUST * 100 / ATTM-AULAS-DADAS.
           IF WS-PCT-FALTAS > WS-FALTA-LIMITE
               MOVE 'F' TO WS-CEN-RESULTADO
           END-IF.
       3100-EXIT.
           EXIT.
       3200-FIND-EXAMRES.
           MOVE 'N' TO WS-RES-ACHOU-SW.
           MOVE SPACES TO WS-RES-STATUS-ALUNO.
           IF WS-RES-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF.
           SET WS-RES-IDX TO 1.
           SEARCH WS-RES-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RES-IDX > WS-RES-COUNT
                   CONTINUE
               WHEN WS-RES-MATRICULA (WS-RES-IDX) = WS-CEN-MATRICULA
                   MOVE 'Y' TO WS-RES-ACHOU-SW
                   MOVE WS-RES-STATUS (WS-RES-IDX)
                       TO WS-RES-STATUS-ALUNO
           END-SEARCH.
       3200-EXIT.
           EXIT.
       3300-FIND-HIST.
           MOVE ZERO TO WS-HIST-SUB.
           IF WS-HIST-COUNT = ZERO
               GO TO 3300-EXIT
           END-IF.
           SET WS-HIST-IDX TO 1.
           SEARCH WS-HIST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HIST-IDX > WS-HIST-COUNT
                   CONTINUE
               WHEN WS-HST-MATRICULA (WS-HIST-IDX) = WS-CEN-MATRICULA
                   SET WS-HIST-SUB TO WS-HIST-IDX
           END-SEARCH.
       3300-EXIT.
           EXIT.
       3400-READ-DEMO.
           MOVE 'N' TO WS-DEMO-FOUND-SW.
           MOVE SPACES TO WS-CEN-RESPONSAVEL.
           IF NOT WS-DEMO-ABERTO
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-CEN-MATRICULA TO DEMO-MATRICULA.
           READ DEMO-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND-SW
                   MOVE DEMO-RESPONSAVEL TO WS-CEN-RESPONSAVEL
           END-READ.
       3400-EXIT.
           EXIT.
       3500-FIND-TURMA.
           MOVE ZERO TO WS-TURMA-SUB.
           IF WS-TURMA-COUNT = ZERO
               GO TO 3500-EXIT
           END-IF.
           SET WS-TURMA-IDX TO 1.
           SEARCH WS-TURMA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TURMA-IDX > WS-TURMA-COUNT
                   CONTINUE
               WHEN WS-TUR-CODIGO (WS-TURMA-IDX) = WS-CEN-TURMA
                   SET WS-TURMA-SUB TO WS-TURMA-IDX
           END-SEARCH.
       3500-EXIT.
           EXIT.
       3600-FIND-PROFESSOR.
           MOVE SPACES TO WS-PROF-NOME-ACHADO.
           IF WS-PROF-COUNT = ZERO
                   OR WS-TUR-PROF (WS-TURMA-IDX) = SPACES
               GO TO 3600-EXIT
           END-IF.
           SET WS-PROF-IDX TO 1.
           SEARCH WS-PROF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PROF-IDX > WS-PROF-COUNT
                   CONTINUE
               WHEN WS-PRF-CODIGO (WS-PROF-IDX)
                       = WS-TUR-PROF (WS-TURMA-IDX)
                   MOVE WS-PRF-NOME (WS-PROF-IDX)
                       TO WS-PROF-NOME-ACHADO
           END-SEARCH.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-PENDENCIA - UMA LINHA NO CENSRPT POR CAMPO OBRIGATORIO *
      *    FALTANDO (SO NA PASSADA DE VALIDACAO)                       *
      *----------------------------------------------------------------*
       3900-PENDENCIA.
           IF NOT WS-PASSO-VALIDACAO
               GO TO 3900-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-PEND-ENTIDADE " " WS-PEND-CHAVE
               "  FALTA: " WS-PEND-CAMPO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           ADD 1 TO WS-CONT-PENDENCIAS.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-GERA-CENSO - SEGUNDA PASSADA: GRAVA O ARQUIVO DO CENSO *
      *    (ESCOLA, TURMAS, ALUNOS DO ROSTIN, TRANSFERIDOS, TRAILER)   *
      *----------------------------------------------------------------*
       4000-GERA-CENSO.
           MOVE 'G' TO WS-PASSO-SW.
           OPEN OUTPUT CENSO-FILE-OUT.
           MOVE SPACES TO CEN-ESCOLA-REC.
           MOVE "00" TO CEN00-TIPO-REG.
           MOVE WS-COD-ESCOLA TO CEN00-COD-ESCOLA.
           MOVE WS-NOME-ESCOLA TO CEN00-NOME-ESCOLA.
           MOVE WS-MUNICIPIO TO CEN00-MUNICIPIO.
           MOVE WS-UF TO CEN00-UF.
           MOVE WS-ANO-LETIVO TO CEN00-ANO-LETIVO.
           MOVE WS-EFFECTIVE-RUNDATE TO CEN00-DATA-GERACAO.
           WRITE CEN-ESCOLA-REC.
           ADD 1 TO WS-CONT-REGISTROS.
           PERFORM 4100-WRITE-TURMA THRU 4100-EXIT
               VARYING WS-TURMA-IDX FROM 1 BY 1
               UNTIL WS-TURMA-IDX > WS-TURMA-COUNT.
           PERFORM 2900-OPEN-MESTRES THRU 2900-EXIT.
           IF WS-PROGRAM-RC NOT < 8
               CLOSE CENSO-FILE-OUT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2200-READ-ROSTER THRU 2200-EXIT.
           PERFORM 4200-WRITE-ALUNO THRU 4200-EXIT
               UNTIL WS-EOF.
           PERFORM 2950-CLOSE-MESTRES THRU 2950-EXIT.
           PERFORM 4300-WRITE-TRANSFERIDO THRU 4300-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
           ADD 1 TO WS-CONT-REGISTROS.
           MOVE SPACES TO CEN-TRAILER-REC.
           MOVE "99" TO CEN99-TIPO-REG.
           MOVE WS-COD-ESCOLA TO CEN99-COD-ESCOLA.
           MOVE WS-CONT-TURMAS-CENSO TO CEN99-QTDE-TURMAS.
           MOVE WS-CONT-ALUNOS-CENSO TO CEN99-QTDE-ALUNOS.
           MOVE WS-CONT-REGISTROS TO CEN99-QTDE-REGISTROS.
           WRITE CEN-TRAILER-REC.
           CLOSE CENSO-FILE-OUT.
       4000-EXIT.
           EXIT.
       4100-WRITE-TURMA.
           IF WS-TUR-ALUNOS (WS-TURMA-IDX) = ZERO
               GO TO 4100-EXIT
           END-IF.
           PERFORM 3600-FIND-PROFESSOR THRU 3600-EXIT.
           MOVE SPACES TO CEN-TURMA-REC.
           MOVE "20" TO CEN20-TIPO-REG.
           MOVE WS-COD-ESCOLA TO CEN20-COD-ESCOLA.
           MOVE WS-TUR-CODIGO (WS-TURMA-IDX) TO CEN20-TURMA.
           MOVE WS-TUR-DESC (WS-TURMA-IDX) TO CEN20-DESCRICAO.
           MOVE WS-TUR-TURNO (WS-TURMA-IDX) TO CEN20-TURNO.
           MOVE WS-TUR-PROF (WS-TURMA-IDX) TO CEN20-PROF-ID.
           MOVE WS-PROF-NOME-ACHADO TO CEN20-PROF-NOME.
           MOVE WS-TUR-ALUNOS (WS-TURMA-IDX) TO CEN20-QTDE-ALUNOS.
           WRITE CEN-TURMA-REC.
           ADD 1 TO WS-CONT-TURMAS-CENSO.
           ADD 1 TO WS-CONT-REGISTROS.
       4100-EXIT.
           EXIT.
       4200-WRITE-ALUNO.
           PERFORM 3000-AVALIA-ALUNO THRU 3000-EXIT.
           MOVE SPACES TO CEN-ALUNO-REC.
           MOVE "60" TO CEN60-TIPO-REG.
           MOVE WS-COD-ESCOLA TO CEN60-COD-ESCOLA.
           MOVE WS-CEN-MATRICULA TO CEN60-MATRICULA.
           MOVE WS-CEN-NOME TO CEN60-NOME.
           MOVE WS-CEN-TURMA TO CEN60-TURMA.
           MOVE WS-CEN-SITUACAO TO CEN60-SITUACAO.
           MOVE WS-CEN-RESULTADO TO CEN60-RESULTADO.
           MOVE WS-CEN-RESPONSAVEL TO CEN60-RESPONSAVEL.
           WRITE CEN-ALUNO-REC.
           ADD 1 TO WS-CONT-ALUNOS-CENSO.
           ADD 1 TO WS-CONT-REGISTROS.
           PERFORM 2200-READ-ROSTER THRU 2200-EXIT.
       4200-EXIT.
           EXIT.
       4300-WRITE-TRANSFERIDO.
           IF WS-HST-VISTO (WS-HIST-IDX)
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO CEN-ALUNO-REC.
           MOVE "60" TO CEN60-TIPO-REG.
           MOVE WS-COD-ESCOLA TO CEN60-COD-ESCOLA.
           MOVE WS-HST-MATRICULA (WS-HIST-IDX) TO CEN60-MATRICULA.
           MOVE WS-HST-NOME (WS-HIST-IDX) TO CEN60-NOME.
           MOVE WS-HST-TURMA (WS-HIST-IDX) TO CEN60-TURMA.
           MOVE 'T' TO CEN60-SITUACAO.
           MOVE 'T' TO CEN60-RESULTADO.
           WRITE CEN-ALUNO-REC.
           ADD 1 TO WS-CONT-ALUNOS-CENSO.
           ADD 1 TO WS-CONT-REGISTROS.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-CONTROLE - CONTAGENS DO CENSO CONTRA O TRAILER DO      *
      *    PROMORPT; DIVERGENCIA DA RC 4                               *
      *----------------------------------------------------------------*
       5000-CONTROLE.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "CONTAGENS DE CONTROLE              CENSO  PROMORPT"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF NOT WS-PROM-ACHADO
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  PROMORPT AUSENTE OU SEM TRAILER - CONFERIR "
                   "OS TOTAIS MANUALMENTE"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               IF WS-PROGRAM-RC < 4
                   MOVE 4 TO WS-PROGRAM-RC
               END-IF
           END-IF.
           IF WS-CONT-ALUNOS = WS-PROM-ALUNOS AND WS-PROM-ACHADO
               MOVE "CONFERE" TO WS-CONFERE
           ELSE
               MOVE "DIVERGE" TO WS-CONFERE
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  ALUNOS NO ROSTIN                  " WS-CONT-ALUNOS
               "     " WS-PROM-ALUNOS "  " WS-CONFERE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 5100-CHECK-DIVERGE THRU 5100-EXIT.
           IF WS-CONT-APROVADOS = WS-PROM-APROVADOS AND WS-PROM-ACHADO
               MOVE "CONFERE" TO WS-CONFERE
           ELSE
               MOVE "DIVERGE" TO WS-CONFERE
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  APROVADOS (PROMOVIDOS + SAIDAS)   "
               WS-CONT-APROVADOS
               "     " WS-PROM-APROVADOS "  " WS-CONFERE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 5100-CHECK-DIVERGE THRU 5100-EXIT.
           IF WS-CONT-REPROV-TOTAL = WS-PROM-RETIDOS
                   AND WS-PROM-ACHADO
               MOVE "CONFERE" TO WS-CONFERE
           ELSE
               MOVE "DIVERGE" TO WS-CONFERE
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  REPROVADOS (RETIDOS)              "
               WS-CONT-REPROV-TOTAL
               "     " WS-PROM-RETIDOS "  " WS-CONFERE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 5100-CHECK-DIVERGE THRU 5100-EXIT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "    REPROVADOS POR NOTA             "
               WS-CONT-REPROVADOS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "    REPROVADOS POR FALTA            "
               WS-CONT-REPROV-FALTA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  TRANSFERIDOS NO ANO               "
               WS-CONT-TRANSFERIDOS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-PASSO-GERACAO
               STRING "TRAILER CENSOUT TURMAS: " WS-CONT-TURMAS-CENSO
                   " ALUNOS: " WS-CONT-ALUNOS-CENSO
                   " REGISTROS: " WS-CONT-REGISTROS
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               MOVE "TRAILER CENSOUT NAO GERADO" TO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
           CLOSE RPT-FILE-OUT.
       5000-EXIT.
           EXIT.
       5100-CHECK-DIVERGE.
           IF WS-CONFERE = "DIVERGE" AND WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "CENSO" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "ANO:" WS-ANO-LETIVO
               " ALUNOS:" WS-CONT-ALUNOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "PEND:" WS-CONT-PENDENCIAS
               " REG:" WS-CONT-REGISTROS
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "CENSO - ALUNOS: " WS-CONT-ALUNOS
               " TRANSFERIDOS: " WS-CONT-TRANSFERIDOS
               " PENDENCIAS: " WS-CONT-PENDENCIAS
               " REGISTROS: " WS-CONT-REGISTROS.
       9999-EXIT.
           EXIT.
       END PROGRAM censo.
