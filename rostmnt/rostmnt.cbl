      *                   NA ENTRADA - CHAMADO DE NOVO PELO MENU NA   *
      *                   MESMA SESSAO, O PROGRAMA ENCERRAVA NA HORA  *
      *                   COM A CHAVE F DA SESSAO ANTERIOR            *
      *  2026-10-15 JLC   BIMESTRE FECHADO NO NOTAPARM (1 ATE O        *
      *                   PARM-PERIODOS) NAO ACEITA MUDANCA DE NOTA:   *
      *                   INCLUSAO COM NOTA NELE, PEDIDO DE ALTERACAO  *
      *                   QUE MEXE NELE E APROVACAO NA REVISAO SAO     *
      *                   RECUSADOS COM REGISTRO NO INPTERR, SALVO     *
      *                   REABERTURA DO BIMESTRE PARA A TURMA NO       *
      *                   REABERT (REABRE)                             *
      *  2026-10-15 JLC   BIMESTRES FECHADOS PELA VERSAO DO NOTAPARM   *
      *                   EM VIGOR NA DATA DE NEGOCIO (SUBPROGRAMA     *
      *                   NOTAVIG); A VERSAO USADA VAI PARA O AUDITLOG *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rostmnt.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REAB-FILE-IN ASSIGN TO REABERT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IO.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  REAB-FILE-IN
           RECORDING MODE IS F.
           COPY REABREC.
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
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FUNCAO                 PIC X(01) VALUE SPACE.
       77  WS-ACAO-PEDIDA             PIC X(01) VALUE SPACE.
       77  WS-REG-ANTES               PIC X(52) VALUE SPACES.
       77  WS-REG-DEPOIS              PIC X(52) VALUE SPACES.
      *----------------------------------------------------------------*
      *        BIMESTRES FECHADOS (NOTAPARM), REABERTURAS POR TURMA    *
      *        (REABERT) E NOTAS ANTES/DEPOIS PARA A CRITICA           *
      *----------------------------------------------------------------*
       01  WS-REAB-TABLE.
           05  WS-REAB-ENTRY OCCURS 100 TIMES INDEXED BY WS-REAB-IDX.
               10  WS-REAB-TURMA         PIC X(04).
               10  WS-REAB-BIMESTRE      PIC 9(01).
       77  WS-REAB-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-PERIODOS-FECHADOS       PIC 9(01) VALUE ZERO.
       01  WS-FECH-REG.
           05  WS-FREG-MATRICULA     PIC 9(06).
           05  WS-FREG-NOME          PIC X(30).
           05  WS-FREG-TURMA         PIC X(04).
           05  WS-FREG-NOTA1         PIC 9(02)V9.
           05  WS-FREG-NOTA2         PIC 9(02)V9.
           05  WS-FREG-NOTA3         PIC 9(02)V9.
           05  WS-FREG-NOTA4         PIC 9(02)V9.
       01  WS-FECH-NOTAS.
           05  WS-FECH-ANTES         PIC 9(02)V9 OCCURS 4 TIMES.
           05  WS-FECH-DEPOIS        PIC 9(02)V9 OCCURS 4 TIMES.
       77  WS-FECH-TURMA              PIC X(04) VALUE SPACES.
       77  WS-FECH-BIM                PIC 9(01) VALUE ZERO.
       77  WS-BIM-BLOQUEADO           PIC 9(01) VALUE ZERO.
       77  WS-FECHADO-SW              PIC X(01) VALUE 'N'.
           88  WS-BIMESTRE-FECHADO        VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
           PERFORM 1500-LOAD-OPERMST THRU 1500-EXIT.
           PERFORM 1600-FIND-NIVEL THRU 1600-EXIT.
           PERFORM 1700-LOAD-TURMAS THRU 1700-EXIT.
           PERFORM 1800-LOAD-FECHAMENTO THRU 1800-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1800-LOAD-FECHAMENTO - GUARDA OS PERIODOS JA FECHADOS NO    *
      *    NOTAPARM E CARREGA AS REABERTURAS DO SUPERVISOR EM TABELA   *
      *----------------------------------------------------------------*
       1800-LOAD-FECHAMENTO.
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
           PERFORM 1850-READ-REAB THRU 1850-EXIT.
           PERFORM 1860-LOAD-REAB-ENTRY THRU 1860-EXIT
               UNTIL WS-EOF.
           CLOSE REAB-FILE-IN.
       1800-EXIT.
           EXIT.
       1850-READ-REAB.
           READ REAB-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1850-EXIT.
           EXIT.
       1860-LOAD-REAB-ENTRY.
           IF WS-REAB-COUNT < 100
               ADD 1 TO WS-REAB-COUNT
               MOVE REAB-TURMA TO WS-REAB-TURMA (WS-REAB-COUNT)
               MOVE REAB-BIMESTRE TO WS-REAB-BIMESTRE (WS-REAB-COUNT)
           ELSE
               DISPLAY "*** REABERT TEM MAIS DE 100 REABERTURAS - "
                   REAB-TURMA " " REAB-BIMESTRE " IGNORADA ***"
           END-IF.
           PERFORM 1850-READ-REAB THRU 1850-EXIT.
       1860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-OPERMST - CARREGA O CADASTRO DE OPERADORES EM     *
      *    TABELA PARA OBTER O NIVEL DO OPERADOR ASSINADO              *
      *----------------------------------------------------------------*
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           MOVE WS-MNT-MATRICULA TO ROST-MATRICULA.
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           MOVE ZERO TO WS-FECH-ANTES (1) WS-FECH-ANTES (2)
                        WS-FECH-ANTES (3) WS-FECH-ANTES (4).
           PERFORM 7400-DEPOIS-DO-MESTRE THRU 7400-EXIT.
           MOVE ROST-TURMA TO WS-FECH-TURMA.
           PERFORM 7500-CHECK-FECHADO THRU 7500-EXIT.
           IF WS-BIMESTRE-FECHADO
               PERFORM 7600-REJEITA-FECHADO THRU 7600-EXIT
               DISPLAY "INCLUSAO RECUSADA."
               GO TO 4000-EXIT
           END-IF.
           WRITE ROSTER-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA INCLUSAO - STATUS: "
           MOVE "ALT PEDIDA ANTES" TO WS-AUD-ACAO.
           PERFORM 8050-WRITE-AUDIT-IMAGE THRU 8050-EXIT.
           PERFORM 4500-ACCEPT-CAMPOS THRU 4500-EXIT.
           MOVE WS-REG-ANTES TO WS-FECH-REG.
           MOVE WS-FREG-NOTA1 TO WS-FECH-ANTES (1).
           MOVE WS-FREG-NOTA2 TO WS-FECH-ANTES (2).
           MOVE WS-FREG-NOTA3 TO WS-FECH-ANTES (3).
           MOVE WS-FREG-NOTA4 TO WS-FECH-ANTES (4).
           PERFORM 7400-DEPOIS-DO-MESTRE THRU 7400-EXIT.
           MOVE WS-FREG-TURMA TO WS-FECH-TURMA.
           PERFORM 7500-CHECK-FECHADO THRU 7500-EXIT.
           IF WS-BIMESTRE-FECHADO
               PERFORM 7600-REJEITA-FECHADO THRU 7600-EXIT
               DISPLAY "PEDIDO DE ALTERACAO RECUSADO."
               GO TO 5000-EXIT
           END-IF.
           MOVE ROSTER-RECORD TO WS-REG-DEPOIS.
           PERFORM 7900-FORMAT-IMAGE THRU 7900-EXIT.
           MOVE "ALT PEDIDA DEPOIS" TO WS-AUD-ACAO.
               PERFORM 9400-RECUSA-PENDENCIA THRU 9400-EXIT
               GO TO 9300-EXIT
           END-IF.
           IF PEND-ACAO NOT = 'E'
               MOVE ROST-NOTA1 TO WS-FECH-ANTES (1)
               MOVE ROST-NOTA2 TO WS-FECH-ANTES (2)
               MOVE ROST-NOTA3 TO WS-FECH-ANTES (3)
               MOVE ROST-NOTA4 TO WS-FECH-ANTES (4)
               MOVE ROST-TURMA TO WS-FECH-TURMA
               MOVE PEND-DEPOIS TO WS-FECH-REG
               MOVE WS-FREG-NOTA1 TO WS-FECH-DEPOIS (1)
               MOVE WS-FREG-NOTA2 TO WS-FECH-DEPOIS (2)
               MOVE WS-FREG-NOTA3 TO WS-FECH-DEPOIS (3)
               MOVE WS-FREG-NOTA4 TO WS-FECH-DEPOIS (4)
               PERFORM 7500-CHECK-FECHADO THRU 7500-EXIT
               IF WS-BIMESTRE-FECHADO
                   PERFORM 7600-REJEITA-FECHADO THRU 7600-EXIT
                   PERFORM 9400-RECUSA-PENDENCIA THRU 9400-EXIT
                   GO TO 9300-EXIT
               END-IF
           END-IF.
           IF PEND-ACAO = 'E'
               DELETE ROSTER-FILE-IO
                   INVALID KEY
       9650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7400-DEPOIS-DO-MESTRE - NOTAS DIGITADAS (JA NO REGISTRO)    *
      *    COMO O LADO DEPOIS DA CRITICA DO BIMESTRE FECHADO           *
      *----------------------------------------------------------------*
       7400-DEPOIS-DO-MESTRE.
           MOVE ROST-NOTA1 TO WS-FECH-DEPOIS (1).
           MOVE ROST-NOTA2 TO WS-FECH-DEPOIS (2).
           MOVE ROST-NOTA3 TO WS-FECH-DEPOIS (3).
           MOVE ROST-NOTA4 TO WS-FECH-DEPOIS (4).
       7400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-FECHADO - EM CADA BIMESTRE JA FECHADO NO         *
      *    NOTAPARM A NOTA DEPOIS TEM QUE SER A NOTA ANTES (ZERO NA    *
      *    INCLUSAO), SALVO REABERTURA DO BIMESTRE PARA A TURMA        *
      *----------------------------------------------------------------*
       7500-CHECK-FECHADO.
           MOVE 'N' TO WS-FECHADO-SW.
           MOVE ZERO TO WS-BIM-BLOQUEADO.
           PERFORM 7550-CHECK-BIMESTRE THRU 7550-EXIT
               VARYING WS-FECH-BIM FROM 1 BY 1
               UNTIL WS-FECH-BIM > WS-PERIODOS-FECHADOS
                  OR WS-BIMESTRE-FECHADO.
       7500-EXIT.
           EXIT.
       7550-CHECK-BIMESTRE.
           IF WS-FECH-ANTES (WS-FECH-BIM) = WS-FECH-DEPOIS (WS-FECH-BIM)
               GO TO 7550-EXIT
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
       7550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7600-REJEITA-FECHADO - AVISA O OPERADOR E REGISTRA A        *
      *    TENTATIVA NO INPTERR (MATRICULA, TURMA E BIMESTRE)          *
      *----------------------------------------------------------------*
       7600-REJEITA-FECHADO.
           DISPLAY "*** BIMESTRE " WS-BIM-BLOQUEADO " FECHADO PARA A "
               "TURMA " WS-FECH-TURMA " - NOTA NAO PODE MUDAR SEM "
               "REABERTURA DO SUPERVISOR ***".
           MOVE "ROST-NOTA" TO WS-ERR-FIELD-NAME.
           MOVE SPACES TO WS-ERR-BAD-VALUE.
           STRING WS-MNT-MATRICULA " " WS-FECH-TURMA " "
               WS-BIM-BLOQUEADO
               DELIMITED BY SIZE INTO WS-ERR-BAD-VALUE.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
       7600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7900-FORMAT-IMAGE - MONTA A IMAGEM DO REGISTRO (MATRICULA,  *
      *                        TURMA E NOTAS) PARA A AUDITORIA         *
      *----------------------------------------------------------------*
           MOVE "FIM DA SESSAO" TO AUDIT-RESULT.
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
