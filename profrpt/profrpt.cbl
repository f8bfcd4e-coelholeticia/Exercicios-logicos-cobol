      *CARGA POR PROFESSOR E FOLHAS DE NOTAS EM BRANCO. CASA O
      *CADASTRO DE PROFESSORES (PROFMST) COM O DE TURMAS (TURMAMST,
      *PELO TURM-PROF-ID) E COM OS ALUNOS DO ROSTIN, E PRODUZ:
      *  CARGARPT - PARA CADA PROFESSOR AS TURMAS QUE RESPONDE, COM
      *             TURNO E MATRICULADOS CONTRA A TURM-CAPACIDADE, E
      *             O TOTAL DO PROFESSOR (TURMAS, TURNOS, ALUNOS E
      *             CAPACIDADE); AS TURMAS CUJO PROFESSOR NAO ESTA NO
      *             CADASTRO SAEM NUMA SECAO A PARTE.
      *  FOLHARPT - A FOLHA DE NOTAS IMPRESSA DE CADA TURMA DO
      *             PROFESSOR PARA O BIMESTRE ABERTO, UMA LINHA POR
      *             ALUNO COM A NOTA EM BRANCO.
      *  FOLHAGRD - AS MESMAS FOLHAS NO LAYOUT DO GRADEIN (GRADEREC)
      *             COM MATRICULA, DISCIPLINA DO PROFESSOR, BIMESTRE E
      *             NOTA EM BRANCO - A SECRETARIA DIGITA SO A NOTA E
      *             SEPARA O LOTE DE CADA DISCIPLINA PARA O GRADPOST.
      *O BIMESTRE ABERTO E O SEGUINTE AO PARM-PERIODOS DO NOTAPARM
      *(O ULTIMO FECHADO PELO GRADPOST), LIMITADO AO 4O BIMESTRE.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - CARGA POR PROFESSOR E     *
      *                   FOLHAS DE NOTAS EM BRANCO NO LAYOUT GRADEIN  *
      *  2026-10-15 JLC   BIMESTRES FECHADOS PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. profrpt.
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
           SELECT OPTIONAL PROF-FILE-IN ASSIGN TO PROFMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CARGA-FILE-OUT ASSIGN TO CARGARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHA-FILE-OUT ASSIGN TO FOLHARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE-OUT ASSIGN TO FOLHAGRD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROF-FILE-IN
           RECORDING MODE IS F.
           COPY PROFREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  CARGA-FILE-OUT
           RECORDING MODE IS F.
       01  CARGA-OUT-RECORD          PIC X(100).
       FD  FOLHA-FILE-OUT
           RECORDING MODE IS F.
       01  FOLHA-OUT-RECORD          PIC X(80).
       FD  GRADE-FILE-OUT
           RECORDING MODE IS F.
           COPY GRADEREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
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
      *        CADASTRO DE PROFESSORES COM OS TOTAIS DA CARGA          *
      *----------------------------------------------------------------*
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY OCCURS 100 TIMES INDEXED BY WS-PROF-IDX.
               10  WS-PRF-CODIGO         PIC X(04).
               10  WS-PRF-NOME           PIC X(30).
               10  WS-PRF-DISC           PIC X(04).
               10  WS-PRF-SITUACAO       PIC X(01).
       77  WS-PROF-COUNT              PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CADASTRO DE TURMAS COM OS MATRICULADOS DO ROSTIN        *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURMA-IDX.
               10  WS-TUR-CODIGO         PIC X(04).
               10  WS-TUR-DESC           PIC X(30).
               10  WS-TUR-TURNO          PIC X(01).
               10  WS-TUR-PROF           PIC X(04).
               10  WS-TUR-CAPAC          PIC 9(03).
               10  WS-TUR-MATRICULADOS   PIC 9(03).
               10  WS-TUR-PROF-OK        PIC X(01).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        ALUNOS DO ROSTIN PARA AS FOLHAS DE NOTAS                *
      *----------------------------------------------------------------*
       01  WS-ALUNO-TABLE.
           05  WS-ALUNO-ENTRY OCCURS 500 TIMES.
               10  WS-ALU-MATRICULA      PIC 9(06).
               10  WS-ALU-NOME           PIC X(30).
               10  WS-ALU-TURMA          PIC X(04).
       77  WS-ALUNO-COUNT             PIC 9(03) VALUE ZERO.
       77  WS-ALU-SUB                 PIC 9(03) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *        TOTAIS DO PROFESSOR CORRENTE                            *
      *----------------------------------------------------------------*
       01  WS-TURNOS-PROF.
           05  WS-TURNO-M            PIC X(01) VALUE '-'.
           05  WS-TURNO-T            PIC X(01) VALUE '-'.
           05  WS-TURNO-N            PIC X(01) VALUE '-'.
       77  WS-PRF-TURMAS             PIC 9(02) VALUE ZERO.
       77  WS-PRF-ALUNOS             PIC 9(05) VALUE ZERO.
       77  WS-PRF-CAPAC              PIC 9(05) VALUE ZERO.
       77  WS-FOLHA-ALUNOS           PIC 9(03) VALUE ZERO.
       77  WS-PCT-OCUP               PIC 9(03)V9 VALUE ZERO.
       77  WS-ED-PCT                 PIC ZZ9.9.
       77  WS-LOTACAO-TAG            PIC X(10) VALUE SPACES.
       77  WS-BIMESTRE-FOLHA         PIC 9(01) VALUE 1.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
       77  WS-CONT-SEM-PROF          PIC 9(02) VALUE ZERO.
       77  WS-CONT-ALUNOS-TURMA      PIC 9(05) VALUE ZERO.
       77  WS-CONT-FOLHAS            PIC 9(03) VALUE ZERO.
       77  WS-CONT-LINHAS-GRD        PIC 9(05) VALUE ZERO.
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
           PERFORM 1100-READ-NOTAPARM THRU 1100-EXIT.
           PERFORM 1200-LOAD-PROFESSORES THRU 1200-EXIT.
           PERFORM 1400-LOAD-TURMAS THRU 1400-EXIT.
           PERFORM 2000-LOAD-ALUNOS THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 4000-WRITE-CARGA THRU 4000-EXIT
               PERFORM 5000-WRITE-FOLHAS THRU 5000-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E A DATA            *
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
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-READ-NOTAPARM - O BIMESTRE DA FOLHA E O SEGUINTE AO    *
      *    ULTIMO FECHADO; SEM NOTAPARM VALE O 1O BIMESTRE             *
      *----------------------------------------------------------------*
       1100-READ-NOTAPARM.
           MOVE 1 TO WS-BIMESTRE-FOLHA.
           MOVE WS-EFFECTIVE-RUNDATE TO NVIG-DATA-BASE.
           CALL "notavig" USING NVIG-AREA.
           IF NVIG-ACHOU
               MOVE NVIG-PARAMETROS TO PARM-IN-RECORD
               STRING "NOTAPARM V" NVIG-VERSAO " VIGOR "
                   NVIG-DATA-VIGOR
                   DELIMITED BY SIZE INTO WS-NOTAPARM-USO
           ELSE
               MOVE "NOTAPARM AUSENTE - PADRAO" TO WS-NOTAPARM-USO
               MOVE ZERO TO PARM-PERIODOS
           END-IF.
           IF PARM-PERIODOS IS NUMERIC
               IF PARM-PERIODOS < 4
                   COMPUTE WS-BIMESTRE-FOLHA = PARM-PERIODOS + 1
               ELSE
                   MOVE 4 TO WS-BIMESTRE-FOLHA
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-LOAD-PROFESSORES - CARREGA O CADASTRO DE PROFESSORES   *
      *----------------------------------------------------------------*
       1200-LOAD-PROFESSORES.
           MOVE ZERO TO WS-PROF-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PROF-FILE-IN.
           PERFORM 1250-READ-PROF THRU 1250-EXIT.
           PERFORM 1300-LOAD-PROF-ENTRY THRU 1300-EXIT
               UNTIL WS-EOF.
           CLOSE PROF-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-PROF-COUNT = ZERO
               DISPLAY "*** PROFMST VAZIO - NENHUMA FOLHA DE NOTAS "
                   "SERA GERADA ***"
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
       1200-EXIT.
           EXIT.
       1250-READ-PROF.
           READ PROF-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1250-EXIT.
           EXIT.
       1300-LOAD-PROF-ENTRY.
           IF WS-PROF-COUNT < 100
               ADD 1 TO WS-PROF-COUNT
               MOVE PROF-CODIGO     TO WS-PRF-CODIGO (WS-PROF-COUNT)
               MOVE PROF-NOME       TO WS-PRF-NOME (WS-PROF-COUNT)
               MOVE PROF-DISCIPLINA TO WS-PRF-DISC (WS-PROF-COUNT)
               MOVE PROF-SITUACAO   TO WS-PRF-SITUACAO (WS-PROF-COUNT)
           ELSE
               DISPLAY "*** PROFMST TEM MAIS DE 100 PROFESSORES - "
                   PROF-CODIGO " IGNORADO ***"
           END-IF.
           PERFORM 1250-READ-PROF THRU 1250-EXIT.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1400-LOAD-TURMAS - CARREGA O CADASTRO DE TURMAS E MARCA AS  *
      *    QUE TEM O PROFESSOR NO PROFMST                              *
      *----------------------------------------------------------------*
       1400-LOAD-TURMAS.
           MOVE ZERO TO WS-TURMA-COUNT.
           MOVE ZERO TO WS-CONT-SEM-PROF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 1450-READ-TURMA THRU 1450-EXIT.
           PERFORM 1500-LOAD-TURMA-ENTRY THRU 1500-EXIT
               UNTIL WS-EOF.
           CLOSE TURMA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1400-EXIT.
           EXIT.
       1450-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1450-EXIT.
           EXIT.
       1500-LOAD-TURMA-ENTRY.
           IF WS-TURMA-COUNT >= 50
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
                   TURM-CODIGO " IGNORADA ***"
               GO TO 1500-NEXT
           END-IF.
           ADD 1 TO WS-TURMA-COUNT.
           MOVE TURM-CODIGO    TO WS-TUR-CODIGO (WS-TURMA-COUNT).
           MOVE TURM-DESCRICAO TO WS-TUR-DESC (WS-TURMA-COUNT).
           MOVE TURM-TURNO     TO WS-TUR-TURNO (WS-TURMA-COUNT).
           MOVE TURM-PROF-ID   TO WS-TUR-PROF (WS-TURMA-COUNT).
           IF TURM-CAPACIDADE IS NUMERIC
               MOVE TURM-CAPACIDADE TO WS-TUR-CAPAC (WS-TURMA-COUNT)
           ELSE
               MOVE ZERO TO WS-TUR-CAPAC (WS-TURMA-COUNT)
           END-IF.
           MOVE ZERO TO WS-TUR-MATRICULADOS (WS-TURMA-COUNT).
           MOVE 'N' TO WS-TUR-PROF-OK (WS-TURMA-COUNT).
           IF WS-PROF-COUNT > ZERO
               SET WS-PROF-IDX TO 1
               SEARCH WS-PROF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PROF-IDX > WS-PROF-COUNT
                       CONTINUE
                   WHEN WS-PRF-CODIGO (WS-PROF-IDX) = TURM-PROF-ID
                       MOVE 'Y' TO WS-TUR-PROF-OK (WS-TURMA-COUNT)
               END-SEARCH
           END-IF.
           IF WS-TUR-PROF-OK (WS-TURMA-COUNT) NOT = 'Y'
               ADD 1 TO WS-CONT-SEM-PROF
           END-IF.
       1500-NEXT.
           PERFORM 1450-READ-TURMA THRU 1450-EXIT.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LOAD-ALUNOS - CARREGA OS ALUNOS DO ROSTIN E CONTA OS   *
      *    MATRICULADOS DE CADA TURMA                                  *
      *----------------------------------------------------------------*
       2000-LOAD-ALUNOS.
           MOVE ZERO TO WS-ALUNO-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
           PERFORM 2200-LOAD-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE ROSTER-FILE-IN.
       2000-EXIT.
           EXIT.
       2100-READ-ROSTER.
           READ ROSTER-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-LOAD-LOOP.
           IF WS-ALUNO-COUNT >= 500
               DISPLAY "*** ROSTIN TEM MAIS DE 500 ALUNOS - "
                   ROST-MATRICULA " IGNORADO ***"
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-ALUNO-COUNT.
           MOVE ROST-MATRICULA TO WS-ALU-MATRICULA (WS-ALUNO-COUNT).
           MOVE ROST-NOME      TO WS-ALU-NOME (WS-ALUNO-COUNT).
           MOVE ROST-TURMA     TO WS-ALU-TURMA (WS-ALUNO-COUNT).
           IF WS-TURMA-COUNT > ZERO
               SET WS-TURMA-IDX TO 1
               SEARCH WS-TURMA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TURMA-IDX > WS-TURMA-COUNT
                       CONTINUE
                   WHEN WS-TUR-CODIGO (WS-TURMA-IDX) = ROST-TURMA
                       ADD 1 TO WS-TUR-MATRICULADOS (WS-TURMA-IDX)
               END-SEARCH
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-CARGA - UMA SECAO POR PROFESSOR COM AS TURMAS E  *
      *    O TOTAL, A SECAO DAS TURMAS SEM PROFESSOR E O TRAILER       *
      *----------------------------------------------------------------*
       4000-WRITE-CARGA.
           OPEN OUTPUT CARGA-FILE-OUT.
           MOVE SPACES TO CARGA-OUT-RECORD.
           STRING "CARGA POR PROFESSOR - DATA: " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
           PERFORM 4100-PROF-SECTION THRU 4100-EXIT
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT.
           IF WS-CONT-SEM-PROF > ZERO
               MOVE SPACES TO CARGA-OUT-RECORD
               WRITE CARGA-OUT-RECORD
               MOVE SPACES TO CARGA-OUT-RECORD
               STRING "TURMAS SEM PROFESSOR CADASTRADO NO PROFMST"
                   DELIMITED BY SIZE INTO CARGA-OUT-RECORD
               WRITE CARGA-OUT-RECORD
               PERFORM 4300-SEM-PROF-LINE THRU 4300-EXIT
                   VARYING WS-TURMA-IDX FROM 1 BY 1
                   UNTIL WS-TURMA-IDX > WS-TURMA-COUNT
           END-IF.
           MOVE SPACES TO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
           MOVE SPACES TO CARGA-OUT-RECORD.
           STRING "TRAILER PROFESSORES: " WS-PROF-COUNT
               " TURMAS: " WS-TURMA-COUNT
               " ALUNOS: " WS-ALUNO-COUNT
               " TURMAS SEM PROFESSOR: " WS-CONT-SEM-PROF
               DELIMITED BY SIZE INTO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
           CLOSE CARGA-FILE-OUT.
       4000-EXIT.
           EXIT.
       4100-PROF-SECTION.
           MOVE ZERO TO WS-PRF-TURMAS.
           MOVE ZERO TO WS-PRF-ALUNOS.
           MOVE ZERO TO WS-PRF-CAPAC.
           MOVE ALL '-' TO WS-TURNOS-PROF.
           MOVE SPACES TO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
           MOVE SPACES TO CARGA-OUT-RECORD.
           STRING "PROFESSOR: " WS-PRF-CODIGO (WS-PROF-IDX)
               " " WS-PRF-NOME (WS-PROF-IDX)
               " DISCIPLINA: " WS-PRF-DISC (WS-PROF-IDX)
               " SITUACAO: " WS-PRF-SITUACAO (WS-PROF-IDX)
               DELIMITED BY SIZE INTO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
           PERFORM 4200-TURMA-LINE THRU 4200-EXIT
               VARYING WS-TURMA-IDX FROM 1 BY 1
               UNTIL WS-TURMA-IDX > WS-TURMA-COUNT.
           MOVE SPACES TO CARGA-OUT-RECORD.
           IF WS-PRF-TURMAS = ZERO
               STRING "  SEM TURMAS ATRIBUIDAS"
                   DELIMITED BY SIZE INTO CARGA-OUT-RECORD
           ELSE
               STRING "  TOTAL DO PROFESSOR - TURMAS: " WS-PRF-TURMAS
                   " TURNOS: " WS-TURNOS-PROF
                   " MATRICULADOS: " WS-PRF-ALUNOS
                   " CAPACIDADE: " WS-PRF-CAPAC
                   DELIMITED BY SIZE INTO CARGA-OUT-RECORD
           END-IF.
           WRITE CARGA-OUT-RECORD.
       4100-EXIT.
           EXIT.
       4200-TURMA-LINE.
           IF WS-TUR-PROF (WS-TURMA-IDX)
                   NOT = WS-PRF-CODIGO (WS-PROF-IDX)
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-PRF-TURMAS.
           ADD WS-TUR-MATRICULADOS (WS-TURMA-IDX) TO WS-PRF-ALUNOS.
           ADD WS-TUR-CAPAC (WS-TURMA-IDX) TO WS-PRF-CAPAC.
           EVALUATE WS-TUR-TURNO (WS-TURMA-IDX)
               WHEN 'M'
                   MOVE 'M' TO WS-TURNO-M
               WHEN 'T'
                   MOVE 'T' TO WS-TURNO-T
               WHEN 'N'
                   MOVE 'N' TO WS-TURNO-N
           END-EVALUATE.
           PERFORM 4250-FORMAT-OCUPACAO THRU 4250-EXIT.
           MOVE SPACES TO CARGA-OUT-RECORD.
           STRING "  TURMA: " WS-TUR-CODIGO (WS-TURMA-IDX)
               " " WS-TUR-DESC (WS-TURMA-IDX)
               " TURNO: " WS-TUR-TURNO (WS-TURMA-IDX)
               " MATR: " WS-TUR-MATRICULADOS (WS-TURMA-IDX)
               " CAP: " WS-TUR-CAPAC (WS-TURMA-IDX)
               " OCUP: " WS-ED-PCT "% " WS-LOTACAO-TAG
               DELIMITED BY SIZE INTO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
       4200-EXIT.
           EXIT.
       4250-FORMAT-OCUPACAO.
           MOVE ZERO TO WS-PCT-OCUP.
           IF WS-TUR-CAPAC (WS-TURMA-IDX) > ZERO
               COMPUTE WS-PCT-OCUP ROUNDED =
                   WS-TUR-MATRICULADOS (WS-TURMA-IDX) * 100
                   / WS-TUR-CAPAC (WS-TURMA-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT-OCUP
               END-COMPUTE
           END-IF.
           MOVE WS-PCT-OCUP TO WS-ED-PCT.
           IF WS-TUR-MATRICULADOS (WS-TURMA-IDX)
                   > WS-TUR-CAPAC (WS-TURMA-IDX)
               MOVE "*** LOTADA" TO WS-LOTACAO-TAG
           ELSE
               MOVE SPACES TO WS-LOTACAO-TAG
           END-IF.
       4250-EXIT.
           EXIT.
       4300-SEM-PROF-LINE.
           IF WS-TUR-PROF-OK (WS-TURMA-IDX) = 'Y'
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4250-FORMAT-OCUPACAO THRU 4250-EXIT.
           MOVE SPACES TO CARGA-OUT-RECORD.
           STRING "  TURMA: " WS-TUR-CODIGO (WS-TURMA-IDX)
               " " WS-TUR-DESC (WS-TURMA-IDX)
               " PROFESSOR: " WS-TUR-PROF (WS-TURMA-IDX)
               " MATR: " WS-TUR-MATRICULADOS (WS-TURMA-IDX)
               " CAP: " WS-TUR-CAPAC (WS-TURMA-IDX)
               DELIMITED BY SIZE INTO CARGA-OUT-RECORD.
           WRITE CARGA-OUT-RECORD.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-FOLHAS - UMA FOLHA POR TURMA DE CADA PROFESSOR   *
      *    NO RELATORIO E NO LAYOUT GRADEIN                            *
      *----------------------------------------------------------------*
       5000-WRITE-FOLHAS.
           MOVE ZERO TO WS-CONT-FOLHAS.
           MOVE ZERO TO WS-CONT-LINHAS-GRD.
           OPEN OUTPUT FOLHA-FILE-OUT
                       GRADE-FILE-OUT.
           PERFORM 5100-FOLHAS-PROF THRU 5100-EXIT
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT.
           CLOSE FOLHA-FILE-OUT
                 GRADE-FILE-OUT.
           DISPLAY "PROFRPT ENCERRADO - BIMESTRE: " WS-BIMESTRE-FOLHA
               " FOLHAS: " WS-CONT-FOLHAS
               " LINHAS GRADEIN: " WS-CONT-LINHAS-GRD.
       5000-EXIT.
           EXIT.
       5100-FOLHAS-PROF.
           PERFORM 5200-FOLHA-TURMA THRU 5200-EXIT
               VARYING WS-TURMA-IDX FROM 1 BY 1
               UNTIL WS-TURMA-IDX > WS-TURMA-COUNT.
       5100-EXIT.
           EXIT.
       5200-FOLHA-TURMA.
           IF WS-TUR-PROF (WS-TURMA-IDX)
                   NOT = WS-PRF-CODIGO (WS-PROF-IDX)
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-CONT-FOLHAS.
           MOVE ZERO TO WS-FOLHA-ALUNOS.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           STRING "FOLHA DE NOTAS - BIMESTRE: " WS-BIMESTRE-FOLHA
               " DATA: " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           STRING "PROFESSOR: " WS-PRF-CODIGO (WS-PROF-IDX)
               " " WS-PRF-NOME (WS-PROF-IDX)
               " DISCIPLINA: " WS-PRF-DISC (WS-PROF-IDX)
               DELIMITED BY SIZE INTO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           STRING "TURMA: " WS-TUR-CODIGO (WS-TURMA-IDX)
               " " WS-TUR-DESC (WS-TURMA-IDX)
               " TURNO: " WS-TUR-TURNO (WS-TURMA-IDX)
               DELIMITED BY SIZE INTO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           STRING "  MATRICULA NOME                           NOTA"
               DELIMITED BY SIZE INTO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
           PERFORM 5300-FOLHA-ALUNO THRU 5300-EXIT
               VARYING WS-ALU-SUB FROM 1 BY 1
               UNTIL WS-ALU-SUB > WS-ALUNO-COUNT.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           STRING "  ALUNOS NA FOLHA: " WS-FOLHA-ALUNOS
               DELIMITED BY SIZE INTO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
       5200-EXIT.
           EXIT.
       5300-FOLHA-ALUNO.
           IF WS-ALU-TURMA (WS-ALU-SUB)
                   NOT = WS-TUR-CODIGO (WS-TURMA-IDX)
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WS-FOLHA-ALUNOS.
           MOVE SPACES TO FOLHA-OUT-RECORD.
           STRING "  " WS-ALU-MATRICULA (WS-ALU-SUB)
               "    " WS-ALU-NOME (WS-ALU-SUB)
               " __._"
               DELIMITED BY SIZE INTO FOLHA-OUT-RECORD.
           WRITE FOLHA-OUT-RECORD.
           MOVE SPACES TO GRD-IN-RECORD.
           MOVE WS-ALU-MATRICULA (WS-ALU-SUB) TO GRD-MATRICULA-N.
           MOVE WS-PRF-DISC (WS-PROF-IDX) TO GRD-DISCIPLINA.
           MOVE WS-BIMESTRE-FOLHA TO GRD-BIMESTRE-N.
           WRITE GRD-IN-RECORD.
           ADD 1 TO WS-CONT-LINHAS-GRD.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "PROFRPT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "PROF: " WS-PROF-COUNT
               " TURMAS: " WS-TURMA-COUNT
               " BIM: " WS-BIMESTRE-FOLHA
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           IF WS-PROGRAM-RC < 8
               STRING "FOLHAS: " WS-CONT-FOLHAS
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               MOVE "ROSTIN INDISPONIVEL" TO AUDIT-RESULT
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
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.
       END PROGRAM profrpt.
