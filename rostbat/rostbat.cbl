      *  2026-09-02 JLC   TURMA DO MOVIMENTO VALIDADA CONTRA O        *
      *                   CADASTRO DE TURMAS (TURMAMST) NAS ACOES DE  *
      *                   INCLUSAO E ALTERACAO                         *
      *  2026-10-15 JLC   BIMESTRE FECHADO NO NOTAPARM (1 ATE O        *
      *                   PARM-PERIODOS) NAO ACEITA MUDANCA DE NOTA -  *
      *                   ALTERACAO QUE MEXE NELE OU INCLUSAO COM NOTA *
      *                   NELE E REJEITADA COM REGISTRO NO INPTERR,    *
      *                   SALVO REABERTURA DO BIMESTRE PARA A TURMA NO *
      *                   REABERT (REABRE)                             *
      *  2026-10-15 JLC   BIMESTRES FECHADOS PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *  2026-10-15 JLC   DATA DE NEGOCIO DO BUSDATE, QUANDO PRESENTE, *
      *                   PREVALECE SOBRE A DATA DO PARM - PASSO       *
      *                   STEP048 DO LOTE NOTURNO COM O PREMOV DO      *
      *                   PREMATR                                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rostbat.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REAB-FILE-IN ASSIGN TO REABERT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOV-FILE-IN
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  REAB-FILE-IN
           RECORDING MODE IS F.
           COPY REABREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
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
      *        CADASTRO DE TURMAS CARREGADO EM TABELA PARA A           *
      *        VALIDACAO DO MOV-TURMA                                  *
      *----------------------------------------------------------------*
       77  WS-ENV-HASH               PIC 9(09) VALUE ZERO.
       77  WS-ENV-MATR-RUINS         PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        BIMESTRES FECHADOS (NOTAPARM), REABERTURAS POR TURMA    *
      *        (REABERT) E NOTAS ANTES/DEPOIS DA ACAO PARA A CRITICA   *
      *----------------------------------------------------------------*
       01  WS-REAB-TABLE.
           05  WS-REAB-ENTRY OCCURS 100 TIMES INDEXED BY WS-REAB-IDX.
               10  WS-REAB-TURMA         PIC X(04).
               10  WS-REAB-BIMESTRE      PIC 9(01).
       77  WS-REAB-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-PERIODOS-FECHADOS       PIC 9(01) VALUE ZERO.
       01  WS-FECH-NOTAS.
           05  WS-FECH-ANTES         PIC 9(02)V9 OCCURS 4 TIMES.
           05  WS-FECH-DEPOIS        PIC 9(02)V9 OCCURS 4 TIMES.
       77  WS-FECH-TURMA              PIC X(04) VALUE SPACES.
       77  WS-FECH-BIM                PIC 9(01) VALUE ZERO.
       77  WS-BIM-BLOQUEADO           PIC 9(01) VALUE ZERO.
       77  WS-FECHADO-SW              PIC X(01) VALUE 'N'.
           88  WS-BIMESTRE-FECHADO        VALUE 'Y'.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1300-READ-BUSDATE THRU 1300-EXIT.
           PERFORM 1700-LOAD-TURMAS THRU 1700-EXIT.
           PERFORM 1900-LOAD-FECHAMENTO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-READ-BUSDATE - A DATA DE NEGOCIO DO ARQUIVO DE         *
      *    CONTROLE, QUANDO PRESENTE (PASSO DO LOTE NOTURNO),          *
      *    PREVALECE SOBRE A DATA DO PARM                              *
      *----------------------------------------------------------------*
       1300-READ-BUSDATE.
           OPEN INPUT BUSDATE-FILE-IN.
           READ BUSDATE-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUS-DATA IS NUMERIC AND BUS-DATA > ZERO
                       MOVE BUS-DATA TO WS-EFFECTIVE-RUNDATE
                   END-IF
           END-READ.
           CLOSE BUSDATE-FILE-IN.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1700-LOAD-TURMAS - CARREGA OS CODIGOS DO CADASTRO DE        *
      *    TURMAS; COM O CADASTRO VAZIO O MOVIMENTO SEGUE SEM          *
      *    VALIDACAO DE TURMA, COM AVISO NO CONSOLE                    *
       1800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1900-LOAD-FECHAMENTO - GUARDA OS PERIODOS JA FECHADOS NO    *
      *    NOTAPARM E CARREGA AS REABERTURAS DO SUPERVISOR EM TABELA   *
      *----------------------------------------------------------------*
       1900-LOAD-FECHAMENTO.
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
           PERFORM 1950-READ-REAB THRU 1950-EXIT.
           PERFORM 1960-LOAD-REAB-ENTRY THRU 1960-EXIT
               UNTIL WS-EOF.
           CLOSE REAB-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1900-EXIT.
           EXIT.
       1950-READ-REAB.
           READ REAB-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1950-EXIT.
           EXIT.
       1960-LOAD-REAB-ENTRY.
           IF WS-REAB-COUNT < 100
               ADD 1 TO WS-REAB-COUNT
               MOVE REAB-TURMA TO WS-REAB-TURMA (WS-REAB-COUNT)
               MOVE REAB-BIMESTRE TO WS-REAB-BIMESTRE (WS-REAB-COUNT)
           ELSE
               DISPLAY "*** REABERT TEM MAIS DE 100 REABERTURAS - "
                   REAB-TURMA " " REAB-BIMESTRE " IGNORADA ***"
           END-IF.
           PERFORM 1950-READ-REAB THRU 1950-EXIT.
       1960-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-PREVALIDATE-ENVELOPE - PRIMEIRA PASSADA SOBRE O        *
      *    ROSTMOV, SO CONFERINDO O ENVELOPE (DATA DO HEADER, TIPOS,   *
      *    CONTAGEM E SOMA DE CONFERENCIA DAS MATRICULAS); NADA E      *
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-FECH-ANTES (1) WS-FECH-ANTES (2)
                        WS-FECH-ANTES (3) WS-FECH-ANTES (4).
           MOVE MOV-TURMA TO WS-FECH-TURMA.
           PERFORM 3600-CHECK-FECHADO THRU 3600-EXIT.
           IF WS-BIMESTRE-FECHADO
               PERFORM 3700-REJEITA-FECHADO THRU 3700-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-IMAGEM.
           MOVE "INCLUSAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-CHECK-FECHADO - COMPARA AS NOTAS DO MOVIMENTO COM AS   *
      *    DO MESTRE (ZERO NA INCLUSAO) EM CADA BIMESTRE JA FECHADO;   *
      *    MUDANCA SO PASSA COM REABERTURA DO BIMESTRE PARA A TURMA    *
      *----------------------------------------------------------------*
       3600-CHECK-FECHADO.
           MOVE 'N' TO WS-FECHADO-SW.
           MOVE ZERO TO WS-BIM-BLOQUEADO.
           MOVE MOV-NOTA1-N TO WS-FECH-DEPOIS (1).
           MOVE MOV-NOTA2-N TO WS-FECH-DEPOIS (2).
           MOVE MOV-NOTA3-N TO WS-FECH-DEPOIS (3).
           MOVE MOV-NOTA4-N TO WS-FECH-DEPOIS (4).
           PERFORM 3650-CHECK-BIMESTRE THRU 3650-EXIT
               VARYING WS-FECH-BIM FROM 1 BY 1
               UNTIL WS-FECH-BIM > WS-PERIODOS-FECHADOS
                  OR WS-BIMESTRE-FECHADO.
       3600-EXIT.
           EXIT.
       3650-CHECK-BIMESTRE.
           IF WS-FECH-ANTES (WS-FECH-BIM) = WS-FECH-DEPOIS (WS-FECH-BIM)
               GO TO 3650-EXIT
           END-IF.
           MOVE 'Y' TO WS-FECHADO-SW.
           MOVE WS-FECH-BIM TO WS-BIM-BLOQUEADO.
           SET WS-REAB-IDX TO 1.
           SEARCH WS-REAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REAB-IDX > WS-REAB-COUNT
                   CONTINUE
               WHEN WS-REAB-TURMA (WS-REAB-IDX) = WS-FECH-TURMA
                       AND WS-REAB-BIMESTRE (WS-REAB-IDX) = WS-FECH-BIM
                   MOVE 'N' TO WS-FECHADO-SW
                   MOVE ZERO TO WS-BIM-BLOQUEADO
           END-SEARCH.
       3650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3700-REJEITA-FECHADO - REJEITA A ACAO NO MOVRPT E REGISTRA  *
      *    A TENTATIVA NO INPTERR (MATRICULA, TURMA E BIMESTRE)        *
      *----------------------------------------------------------------*
       3700-REJEITA-FECHADO.
           MOVE SPACES TO WS-MOTIVO.
           STRING "BIMESTRE " WS-BIM-BLOQUEADO " FECHADO"
               DELIMITED BY SIZE INTO WS-MOTIVO.
           PERFORM 2500-WRITE-REJECT THRU 2500-EXIT.
           MOVE "MOV-NOTAS" TO WS-ERR-FIELD-NAME.
           MOVE SPACES TO WS-ERR-BAD-VALUE.
           STRING MOV-MATRICULA " " WS-FECH-TURMA " " WS-BIM-BLOQUEADO
               DELIMITED BY SIZE INTO WS-ERR-BAD-VALUE.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-APLICA-ALTERACAO - REGRAVA OS CAMPOS DE UM ALUNO       *
      *----------------------------------------------------------------*
       4000-APLICA-ALTERACAO.
               PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE ROST-NOTA1 TO WS-FECH-ANTES (1).
           MOVE ROST-NOTA2 TO WS-FECH-ANTES (2).
           MOVE ROST-NOTA3 TO WS-FECH-ANTES (3).
           MOVE ROST-NOTA4 TO WS-FECH-ANTES (4).
           MOVE ROST-TURMA TO WS-FECH-TURMA.
           PERFORM 3600-CHECK-FECHADO THRU 3600-EXIT.
           IF WS-BIMESTRE-FECHADO
               PERFORM 3700-REJEITA-FECHADO THRU 3700-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALTERACAO ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
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
