      *DATA NAO FOR UM DIA HABIL, FAZENDO O COND= DOS PASSOS
      *SEGUINTES PULAR O RESTO DO ENCADEAMENTO.
      *
      *COM A DATA VALIDA, MONTA O PLANO DE RETOMADA: LE NO RUNHIST
      *QUAIS PASSOS DO ENCADEAMENTO JA CONCLUIRAM PARA A DATA DE
      *NEGOCIO. SE NENHUM CONCLUIU, O LOTE RODA DO INICIO. SE ALGUNS
      *JA CONCLUIRAM (LOTE RESUBMETIDO DEPOIS DE UMA QUEDA), GRAVA NO
      *RUNHIST O REGISTRO RETOMADA COM O PRIMEIRO PASSO PENDENTE; OS
      *PASSOS JA CONCLUIDOS ACHAM ESSE REGISTRO NA VERIFICACAO DE
      *DUPLICIDADE E TERMINAM COM RC 0 SEM REPROCESSAR, DE MODO QUE A
      *CADEIA CONTINUA NO PASSO QUE FALHOU. UM PASSO CONCLUIDO DEPOIS
      *DE UM PASSO PENDENTE RECUSA A RETOMADA COM RC 8. O PLANO SAI
      *IMPRESSO EM RSTRPT.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *                   THE OTHER CHAINED STEPS, SO THE DAY-END     *
      *                   CLOSE (DAYCLOSE) CAN PROVE THE WHOLE CHAIN  *
      *                   RAN BEFORE ADVANCING THE BUSINESS DATE      *
      *  2026-10-15 JLC   PLANO DE RETOMADA DO LOTE NOTURNO A PARTIR  *
      *                   DO RUNHIST - REGISTRO RETOMADA PARA OS      *
      *                   PASSOS JA CONCLUIDOS SEREM DISPENSADOS,     *
      *                   RECUSA SE HOUVER PASSO FORA DE ORDEM E      *
      *                   RELATORIO DO PLANO EM RSTRPT                *
      *  2026-10-15 JLC   ATTALRT INCLUIDO NA TABELA DE PASSOS (NOVO  *
      *                   STEP029 DO LOTE NOTURNO)                    *
      *  2026-10-15 JLC   PREMATR INCLUIDO NA TABELA DE PASSOS (NOVO  *
      *                   STEP047 DO LOTE NOTURNO)                    *
      *  2026-10-15 JLC   RPTARCH INCLUIDO NA TABELA DE PASSOS (NOVO   *
      *                   STEP057 DO LOTE NOTURNO)                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rundrive.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNH-FILE       ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT    ASSIGN TO RSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE-IN
       FD  RUNH-FILE
           RECORDING MODE IS F.
           COPY RUNHREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        PASSOS DO ENCADEAMENTO NA ORDEM DO NIGHTRUN             *
      *----------------------------------------------------------------*
       01  WS-STEP-NOMES-DADOS.
           05  FILLER                PIC X(08) VALUE "STEP010".
           05  FILLER                PIC X(10) VALUE "EXERCICIO2".
           05  FILLER                PIC X(08) VALUE "STEP015".
           05  FILLER                PIC X(10) VALUE "BOLRET".
           05  FILLER                PIC X(08) VALUE "STEP020".
           05  FILLER                PIC X(10) VALUE "EXERCICIO3".
           05  FILLER                PIC X(08) VALUE "STEP022".
           05  FILLER                PIC X(10) VALUE "RECVPAG".
           05  FILLER                PIC X(08) VALUE "STEP024".
           05  FILLER                PIC X(10) VALUE "GLCORR".
           05  FILLER                PIC X(08) VALUE "STEP025".
           05  FILLER                PIC X(10) VALUE "GLEDIT".
           05  FILLER                PIC X(08) VALUE "STEP026".
           05  FILLER                PIC X(10) VALUE "GLPOST".
           05  FILLER                PIC X(08) VALUE "STEP027".
           05  FILLER                PIC X(10) VALUE "DAYPROOF".
           05  FILLER                PIC X(08) VALUE "STEP028".
           05  FILLER                PIC X(10) VALUE "ATTUPD".
           05  FILLER                PIC X(08) VALUE "STEP029".
           05  FILLER                PIC X(10) VALUE "ATTALRT".
           05  FILLER                PIC X(08) VALUE "STEP030".
           05  FILLER                PIC X(10) VALUE "EXERCICIO4".
           05  FILLER                PIC X(08) VALUE "STEP040".
           05  FILLER                PIC X(10) VALUE "EXERC5".
           05  FILLER                PIC X(08) VALUE "STEP045".
           05  FILLER                PIC X(10) VALUE "GLSUSP".
           05  FILLER                PIC X(08) VALUE "STEP047".
           05  FILLER                PIC X(10) VALUE "PREMATR".
           05  FILLER                PIC X(08) VALUE "STEP050".
           05  FILLER                PIC X(10) VALUE "LOGARCH".
           05  FILLER                PIC X(08) VALUE "STEP057".
           05  FILLER                PIC X(10) VALUE "RPTARCH".
       01  WS-STEP-NOMES REDEFINES WS-STEP-NOMES-DADOS.
           05  WS-STEP-NOME-ENTRY OCCURS 16 TIMES.
               10  WS-STEP-JCL       PIC X(08).
               10  WS-STEP-NOME      PIC X(10).
       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-ENTRY OCCURS 16 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-VISTO-SW  PIC X(01).
                   88  WS-STEP-VISTO     VALUE 'Y'.
               10  WS-STEP-SITUACAO  PIC X(01).
                   88  WS-STEP-DISPENSADO    VALUE 'D'.
                   88  WS-STEP-A-EXECUTAR    VALUE 'E'.
                   88  WS-STEP-FORA-ORDEM    VALUE 'X'.
       77  WS-STEP-COUNT             PIC 9(02) VALUE 16.
      *----------------------------------------------------------------*
      *        PLANO DE RETOMADA                                       *
      *----------------------------------------------------------------*
       77  WS-PLANO-SW               PIC X(01) VALUE 'N'.
           88  WS-PLANO-NORMAL           VALUE 'N'.
           88  WS-PLANO-RETOMADA         VALUE 'R'.
           88  WS-PLANO-COMPLETO         VALUE 'C'.
           88  WS-PLANO-RECUSADO         VALUE 'X'.
       77  WS-PRIMEIRO-PENDENTE      PIC 9(02) VALUE ZERO.
       77  WS-CONT-CONCLUIDOS        PIC 9(02) VALUE ZERO.
       77  WS-CONT-FORA-ORDEM        PIC 9(02) VALUE ZERO.
       77  WS-PASSO-RETOMADA         PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-DATA THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-BUILD-RESTART-PLAN THRU 3000-EXIT
               PERFORM 4000-WRITE-PLAN-REPORT THRU 4000-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           IF WS-PLANO-RETOMADA OR WS-PLANO-COMPLETO
                   OR WS-PLANO-RECUSADO
               PERFORM 8050-WRITE-PLAN-AUDIT THRU 8050-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-BUILD-RESTART-PLAN - MARCA OS PASSOS JA CONCLUIDOS NO  *
      *    RUNHIST PARA A DATA DE NEGOCIO E DECIDE ENTRE EXECUCAO      *
      *    NORMAL, RETOMADA NO PRIMEIRO PASSO PENDENTE OU RECUSA       *
      *----------------------------------------------------------------*
       3000-BUILD-RESTART-PLAN.
           PERFORM 3100-CLEAR-STEP-ENTRY THRU 3100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNH-FILE.
           PERFORM 3200-READ-RUNH THRU 3200-EXIT.
           PERFORM 3300-MATCH-RUNH THRU 3300-EXIT
               UNTIL WS-EOF.
           CLOSE RUNH-FILE.
           MOVE ZERO TO WS-PRIMEIRO-PENDENTE.
           MOVE ZERO TO WS-CONT-CONCLUIDOS.
           MOVE ZERO TO WS-CONT-FORA-ORDEM.
           PERFORM 3400-CLASSIFY-STEP THRU 3400-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           IF WS-CONT-FORA-ORDEM > ZERO
               MOVE 'X' TO WS-PLANO-SW
               DISPLAY "*** RETOMADA RECUSADA - " WS-CONT-FORA-ORDEM
                   " PASSO(S) CONCLUIDO(S) DEPOIS DE UM PASSO "
                   "PENDENTE NO RUNHIST ***"
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 3000-EXIT
           END-IF.
           IF WS-CONT-CONCLUIDOS = ZERO
               MOVE 'N' TO WS-PLANO-SW
               GO TO 3000-EXIT
           END-IF.
           IF WS-PRIMEIRO-PENDENTE = ZERO
               MOVE 'C' TO WS-PLANO-SW
               MOVE "FECHAMENTO" TO WS-PASSO-RETOMADA
               DISPLAY "RUNDRIVE - TODOS OS PASSOS JA CONCLUIDOS - "
                   "SEGUE PARA O FECHAMENTO"
           ELSE
               MOVE 'R' TO WS-PLANO-SW
               MOVE WS-STEP-NOME (WS-PRIMEIRO-PENDENTE)
                   TO WS-PASSO-RETOMADA
               DISPLAY "RUNDRIVE - RETOMADA A PARTIR DE "
                   WS-STEP-JCL (WS-PRIMEIRO-PENDENTE)
                   WS-PASSO-RETOMADA
           END-IF.
           IF RUN-PARM-LEN > ZERO
               PERFORM 3500-WRITE-RETOMADA THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-CLEAR-STEP-ENTRY.
           MOVE 'N' TO WS-STEP-VISTO-SW (WS-STEP-IDX).
           MOVE 'E' TO WS-STEP-SITUACAO (WS-STEP-IDX).
       3100-EXIT.
           EXIT.
       3200-READ-RUNH.
           READ RUNH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3200-EXIT.
           EXIT.
       3300-MATCH-RUNH.
           IF RUNH-DATA = WS-DATA-NEGOCIO
                   AND RUNH-RESULT = "COMPLETO"
               SET WS-STEP-IDX TO 1
               SEARCH WS-STEP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STEP-NOME (WS-STEP-IDX) = RUNH-PROGRAM-ID
                       MOVE 'Y' TO WS-STEP-VISTO-SW (WS-STEP-IDX)
               END-SEARCH
           END-IF.
           PERFORM 3200-READ-RUNH THRU 3200-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-CLASSIFY-STEP - PASSO CONCLUIDO ANTES DO PRIMEIRO      *
      *    PENDENTE E DISPENSADO; CONCLUIDO DEPOIS DELE ESTA FORA DE   *
      *    ORDEM                                                       *
      *----------------------------------------------------------------*
       3400-CLASSIFY-STEP.
           IF WS-STEP-VISTO (WS-STEP-IDX)
               ADD 1 TO WS-CONT-CONCLUIDOS
               IF WS-PRIMEIRO-PENDENTE = ZERO
                   MOVE 'D' TO WS-STEP-SITUACAO (WS-STEP-IDX)
               ELSE
                   MOVE 'X' TO WS-STEP-SITUACAO (WS-STEP-IDX)
                   ADD 1 TO WS-CONT-FORA-ORDEM
               END-IF
           ELSE
               IF WS-PRIMEIRO-PENDENTE = ZERO
                   SET WS-PRIMEIRO-PENDENTE TO WS-STEP-IDX
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-WRITE-RETOMADA - REGISTRO DO PLANO NO RUNHIST; OS      *
      *    PASSOS JA CONCLUIDOS O ENCONTRAM E SE DISPENSAM COM RC 0    *
      *----------------------------------------------------------------*
       3500-WRITE-RETOMADA.
           MOVE SPACES TO RUNH-RECORD.
           MOVE "RETOMADA" TO RUNH-PROGRAM-ID.
           MOVE WS-DATA-NEGOCIO TO RUNH-DATA.
           ACCEPT RUNH-HORA FROM TIME.
           MOVE WS-PASSO-RETOMADA TO RUNH-RESULT.
           OPEN EXTEND RUNH-FILE.
           WRITE RUNH-RECORD.
           CLOSE RUNH-FILE.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-PLAN-REPORT - IMPRIME O PLANO DE RETOMADA EM     *
      *    RSTRPT, UMA LINHA POR PASSO DO ENCADEAMENTO                 *
      *----------------------------------------------------------------*
       4000-WRITE-PLAN-REPORT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "PLANO DE RETOMADA DO LOTE NOTURNO - DATA DE "
               "MOVIMENTO: " WS-DATA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 4100-WRITE-STEP-LINE THRU 4100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "PASSOS CONCLUIDOS: " WS-CONT-CONCLUIDOS
               " DE " WS-STEP-COUNT
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           EVALUATE TRUE
               WHEN WS-PLANO-NORMAL
                   MOVE "SITUACAO: EXECUCAO NORMAL DESDE O INICIO"
                       TO RPT-OUT-RECORD
               WHEN WS-PLANO-RETOMADA
                   STRING "SITUACAO: RETOMADA A PARTIR DE "
                       WS-STEP-JCL (WS-PRIMEIRO-PENDENTE)
                       WS-PASSO-RETOMADA
                       DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WHEN WS-PLANO-COMPLETO
                   STRING "SITUACAO: TODOS OS PASSOS CONCLUIDOS - "
                       "SEGUE PARA O FECHAMENTO"
                       DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WHEN WS-PLANO-RECUSADO
                   STRING "SITUACAO: *** RETOMADA RECUSADA - PASSO "
                       "CONCLUIDO FORA DE ORDEM ***"
                       DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-EVALUATE.
           WRITE RPT-OUT-RECORD.
           CLOSE RPT-FILE-OUT.
       4000-EXIT.
           EXIT.
       4100-WRITE-STEP-LINE.
           MOVE SPACES TO RPT-OUT-RECORD.
           EVALUATE TRUE
               WHEN WS-STEP-DISPENSADO (WS-STEP-IDX)
                   STRING "  " WS-STEP-JCL (WS-STEP-IDX)
                       WS-STEP-NOME (WS-STEP-IDX)
                       "  CONCLUIDO - DISPENSADO"
                       DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WHEN WS-STEP-FORA-ORDEM (WS-STEP-IDX)
                   STRING "  " WS-STEP-JCL (WS-STEP-IDX)
                       WS-STEP-NOME (WS-STEP-IDX)
                       "  *** CONCLUIDO FORA DE ORDEM ***"
                       DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WHEN OTHER
                   STRING "  " WS-STEP-JCL (WS-STEP-IDX)
                       WS-STEP-NOME (WS-STEP-IDX)
                       "  A EXECUTAR"
                       DELIMITED BY SIZE INTO RPT-OUT-RECORD
                   IF WS-PLANO-RETOMADA
                           AND WS-STEP-IDX = WS-PRIMEIRO-PENDENTE
                       MOVE "<<< RETOMADA AQUI"
                           TO RPT-OUT-RECORD (45:17)
                   END-IF
           END-EVALUATE.
           WRITE RPT-OUT-RECORD.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "DATA NEGOCIO: " WS-DATA-NEGOCIO
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           IF WS-DATA-HABIL
               MOVE "DATA VALIDA" TO AUDIT-RESULT
           ELSE
               MOVE "DATA RECUSADA" TO AUDIT-RESULT
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8050-WRITE-PLAN-AUDIT - REGISTRA NO AUDITLOG A RETOMADA OU  *
      *    A RECUSA DO PLANO                                           *
      *----------------------------------------------------------------*
       8050-WRITE-PLAN-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "RUNDRIVE" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           IF WS-PLANO-RECUSADO
               STRING "FORA DE ORDEM: " WS-CONT-FORA-ORDEM
                   DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES
               MOVE "RETOMADA RECUSADA" TO AUDIT-RESULT
           ELSE
               STRING "RETOMADA EM " WS-PASSO-RETOMADA
                   DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES
               MOVE "PLANO DE RETOMADA" TO AUDIT-RESULT
           END-IF.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-WRITE-RUN-HISTORY - MARCA A DATA DE MOVIMENTO COMO     *
      *    CONCLUIDA NO RUNHIST                                        *
      *----------------------------------------------------------------*
