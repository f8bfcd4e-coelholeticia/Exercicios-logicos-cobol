      *FATURAMENTO MENSAL DAS MENSALIDADES. PARA A COMPETENCIA DA DATA
      *DE NEGOCIO (AAAAMM DO BUSDATE - O MONTHEND RODA DEPOIS DO
      *ULTIMO NIGHTRUN DO MES, QUANDO O DAYCLOSE JA AVANCOU O BUSDATE
      *PARA O PRIMEIRO DIA HABIL DO MES SEGUINTE) LE CADA ALUNO ATIVO
      *DO ROSTIN, BUSCA A MENSALIDADE DA TURMA DELE NO CADASTRO DE
      *TURMAS (TURMAMST) E LANCA A COBRANCA NA PARCELA DO MES NO
      *MESTRE DE CONTAS A RECEBER (RECVMST), CRIANDO O REGISTRO DO
      *ALUNO NA PRIMEIRA COBRANCA. UMA PARCELA JA LANCADA PARA A
      *COMPETENCIA NAO E COBRADA DE NOVO, ENTAO UMA REEXECUCAO NAO
      *DUPLICA A COBRANCA. O TOTAL FATURADO VAI PARA O GLEXTRCT
      *(DEBITO NA CONTA A RECEBER, CREDITO NA RECEITA DE
      *MENSALIDADES, CONTAS DO FATPARM) COM A DATA DE NEGOCIO, PARA O
      *GLEDIT E O GLPOST DO LOTE NOTURNO PEGAREM COMO QUALQUER OUTRO
      *MOVIMENTO. ALUNO COM TURMA FORA DO CADASTRO, TURMA SEM
      *MENSALIDADE OU PARCELA DO ANO ANTERIOR AINDA EM ABERTO NO MESMO
      *MES VAI PARA O INPTERR E ENCERRA COM RC 4.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - FATURAMENTO MENSAL DAS    *
      *                   MENSALIDADES NO RECVMST COM EXTRATO PARA O   *
      *                   RAZAO                                        *
      *  2026-10-15 JLC   EXTRATO DO RAZAO GRAVADO TAMBEM NA           *
      *                   INTERRUPCAO POR ERRO NO RECVMST, COM O TOTAL *
      *                   JA COBRADO                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mensfat.
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
           SELECT OPTIONAL FATP-FILE-IN ASSIGN TO FATPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECV-FILE-IO ASSIGN TO RECVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-MATRICULA
               FILE STATUS IS WS-RECV-STATUS.
           SELECT RPT-FILE-OUT ASSIGN TO FATRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-FILE-OUT ASSIGN TO GLEXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNH-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  FATP-FILE-IN
           RECORDING MODE IS F.
           COPY FATPREC.
       FD  RECV-FILE-IO.
           COPY RECVREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  GL-FILE-OUT
           RECORDING MODE IS F.
           COPY GLEXTREC.
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       FD  RUNH-FILE
           RECORDING MODE IS F.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        MENSALIDADE POR TURMA CARREGADA DO TURMAMST             *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURMA-IDX.
               10  WS-TUR-CODIGO         PIC X(04).
               10  WS-TUR-MENSAL         PIC 9(05)V99.
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COMPETENCIA DA COBRANCA (AAAAMM DA DATA DE NEGOCIO)     *
      *----------------------------------------------------------------*
       01  WS-DATA-COBRANCA.
           05  WS-COB-COMPET.
               10  WS-COB-ANO            PIC 9(04).
               10  WS-COB-MES            PIC 9(02).
           05  WS-COB-COMPET-N REDEFINES WS-COB-COMPET
                                         PIC 9(06).
           05  WS-COB-DIA                PIC 9(02).
      *----------------------------------------------------------------*
      *        CONTADORES E TOTAIS DO FATURAMENTO                      *
      *----------------------------------------------------------------*
       77  WS-CONT-ALUNOS            PIC 9(05) VALUE ZERO.
       77  WS-CONT-COBRADOS          PIC 9(05) VALUE ZERO.
       77  WS-CONT-JA-COBRADOS       PIC 9(05) VALUE ZERO.
       77  WS-CONT-REJEITADOS        PIC 9(05) VALUE ZERO.
       77  WS-TOT-FATURADO           PIC 9(07)V99 VALUE ZERO.
       77  WS-MENSALIDADE            PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-ED               PIC ZZZZ9.99.
       77  WS-TOTAL-ED               PIC ZZZZZZ9.99.
      *----------------------------------------------------------------*
      *        CONTAS DO RAZAO DO FATPARM                              *
      *----------------------------------------------------------------*
       77  WS-CONTA-RECEBER          PIC X(06) VALUE SPACES.
       77  WS-CONTA-RECEITA          PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA (A      *
      *        PRIMEIRA EXECUCAO CRIA O MESTRE VAZIO)                  *
       77  WS-RECV-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RECV-OK                VALUES "00" "05".
       77  WS-RECV-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-RECV-ACHADO            VALUE 'Y'.
       77  WS-TURMA-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-TURMA-ACHADA           VALUE 'Y'.
       77  WS-PARC-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RUNH-ID                PIC X(10) VALUE "MENSFAT".
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN
               DISPLAY "*** MENSFAT JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-PARAMETROS THRU 1500-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 2000-FATURAMENTO THRU 2000-EXIT
           END-IF.
      *    O EXTRATO SAI MESMO COM RC 8: O TOTAL SO CONTEM OS ALUNOS
      *    JA GRAVADOS NO RECVMST, QUE A REEXECUCAO NAO COBRA DE NOVO
           PERFORM 8060-WRITE-GL-EXTRACT THRU 8060-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO  *
      *    E CONFERE O HISTORICO DE EXECUCOES                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           IF RUN-PARM-LEN > ZERO
               MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               MOVE RUN-PARM-RUNDATE TO WS-EFFECTIVE-RUNDATE
               PERFORM 1300-READ-BUSDATE THRU 1300-EXIT
               PERFORM 1400-CHECK-RUN-HISTORY THRU 1400-EXIT
           ELSE
               IF RUN-PARM-LEN = -1
                   MOVE RUN-PARM-OPERATOR TO WS-OPERATOR-ID
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT WS-OPERATOR-ID
               END-IF
               ACCEPT WS-EFFECTIVE-RUNDATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSDATE THRU 1300-EXIT
           END-IF.
           MOVE WS-EFFECTIVE-RUNDATE TO WS-DATA-COBRANCA.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-READ-BUSDATE - A DATA DE NEGOCIO DO ARQUIVO DE         *
      *    CONTROLE, QUANDO PRESENTE, PREVALECE SOBRE A DATA DO PARM   *
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
      *    1400-CHECK-RUN-HISTORY - RECUSA RODAR DE NOVO UMA DATA DE   *
      *    MOVIMENTO JA CONCLUIDA NO RUNHIST                           *
      *----------------------------------------------------------------*
       1400-CHECK-RUN-HISTORY.
           MOVE 'N' TO WS-DUP-RUN-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNH-FILE.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
           PERFORM 1420-SCAN-RUNH THRU 1420-EXIT
               UNTIL WS-EOF OR WS-DUP-RUN.
           CLOSE RUNH-FILE.
       1400-EXIT.
           EXIT.
       1410-READ-RUNH.
           READ RUNH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1410-EXIT.
           EXIT.
       1420-SCAN-RUNH.
           IF RUNH-PROGRAM-ID = WS-RUNH-ID
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-DUP-RUN-SW
           ELSE
               PERFORM 1410-READ-RUNH THRU 1410-EXIT
           END-IF.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-PARAMETROS - CONTAS DO RAZAO (FATPARM) E          *
      *    MENSALIDADES POR TURMA (TURMAMST); SEM AS CONTAS NAO HA     *
      *    COMO MANDAR O FATURAMENTO AO RAZAO E A EXECUCAO E RECUSADA  *
      *----------------------------------------------------------------*
       1500-LOAD-PARAMETROS.
           OPEN INPUT FATP-FILE-IN.
           READ FATP-FILE-IN
               AT END
                   MOVE SPACES TO FATP-RECORD
           END-READ.
           CLOSE FATP-FILE-IN.
           MOVE FATP-CONTA-RECEBER TO WS-CONTA-RECEBER.
           MOVE FATP-CONTA-RECEITA TO WS-CONTA-RECEITA.
           IF WS-CONTA-RECEBER = SPACES OR WS-CONTA-RECEITA = SPACES
               DISPLAY "*** FATPARM SEM AS CONTAS DO RAZAO - "
                   "FATURAMENTO RECUSADO ***"
               MOVE "FATPARM" TO WS-ERR-FIELD-NAME
               MOVE FATP-RECORD TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 1550-READ-TURMA THRU 1550-EXIT.
           PERFORM 1600-LOAD-TURMA-ENTRY THRU 1600-EXIT
               UNTIL WS-EOF.
           CLOSE TURMA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1500-EXIT.
           EXIT.
       1550-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1550-EXIT.
           EXIT.
       1600-LOAD-TURMA-ENTRY.
           IF WS-TURMA-COUNT < 50
               ADD 1 TO WS-TURMA-COUNT
               MOVE TURM-CODIGO TO WS-TUR-CODIGO (WS-TURMA-COUNT)
               IF TURM-MENSALIDADE IS NUMERIC
                   MOVE TURM-MENSALIDADE
                       TO WS-TUR-MENSAL (WS-TURMA-COUNT)
               ELSE
                   MOVE ZERO TO WS-TUR-MENSAL (WS-TURMA-COUNT)
               END-IF
           ELSE
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
                   TURM-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1550-READ-TURMA THRU 1550-EXIT.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-FATURAMENTO - PERCORRE O ROSTIN EM ORDEM DE MATRICULA  *
      *    E LANCA A MENSALIDADE DE CADA ALUNO NO RECVMST              *
      *----------------------------------------------------------------*
       2000-FATURAMENTO.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O RECV-FILE-IO.
           IF NOT WS-RECV-OK
               DISPLAY "*** RECVMST NAO PUDE SER ABERTO - STATUS: "
                   WS-RECV-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               CLOSE ROSTER-FILE-IN
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE-OUT.
           PERFORM 2050-WRITE-HEADER THRU 2050-EXIT.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
           PERFORM 2200-FATURA-ALUNO THRU 2200-EXIT
               UNTIL WS-EOF.
           PERFORM 2900-WRITE-TOTAIS THRU 2900-EXIT.
           CLOSE ROSTER-FILE-IN
                 RECV-FILE-IO
                 RPT-FILE-OUT.
       2000-EXIT.
           EXIT.
       2050-WRITE-HEADER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "FATURAMENTO DE MENSALIDADES - COMPETENCIA "
               WS-COB-MES "/" WS-COB-ANO
               " - DATA " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "MATRIC NOME                           TURMA     VALOR"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2050-EXIT.
           EXIT.
       2100-READ-ROSTER.
           READ ROSTER-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-FATURA-ALUNO - CRITICA A TURMA E A PARCELA DO MES E    *
      *    GRAVA A COBRANCA                                            *
      *----------------------------------------------------------------*
       2200-FATURA-ALUNO.
           ADD 1 TO WS-CONT-ALUNOS.
           PERFORM 2300-FIND-TURMA THRU 2300-EXIT.
           IF NOT WS-TURMA-ACHADA
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE "ROST-TURMA" TO WS-ERR-FIELD-NAME
               MOVE ROST-TURMA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2200-NEXT
           END-IF.
           IF WS-MENSALIDADE = ZERO
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE "TURM-MENSALID" TO WS-ERR-FIELD-NAME
               MOVE ROST-TURMA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2200-NEXT
           END-IF.
           PERFORM 2400-READ-RECV THRU 2400-EXIT.
           MOVE WS-COB-MES TO WS-PARC-SUB.
           IF RECV-PARC-COMPET (WS-PARC-SUB) = WS-COB-COMPET-N
               ADD 1 TO WS-CONT-JA-COBRADOS
               GO TO 2200-NEXT
           END-IF.
           IF RECV-PARC-PAGO (WS-PARC-SUB)
                   < RECV-PARC-VALOR (WS-PARC-SUB)
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE "RECV-PARCELA" TO WS-ERR-FIELD-NAME
               MOVE RECV-MATRICULA TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               GO TO 2200-NEXT
           END-IF.
           PERFORM 2500-LANCA-COBRANCA THRU 2500-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2300-FIND-TURMA.
           MOVE 'N' TO WS-TURMA-FOUND-SW.
           MOVE ZERO TO WS-MENSALIDADE.
           IF WS-TURMA-COUNT = ZERO
               GO TO 2300-EXIT
           END-IF.
           SET WS-TURMA-IDX TO 1.
           SEARCH WS-TURMA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TURMA-IDX > WS-TURMA-COUNT
                   CONTINUE
               WHEN WS-TUR-CODIGO (WS-TURMA-IDX) = ROST-TURMA
                   MOVE 'Y' TO WS-TURMA-FOUND-SW
                   MOVE WS-TUR-MENSAL (WS-TURMA-IDX) TO WS-MENSALIDADE
           END-SEARCH.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-READ-RECV - LE A CONTA DO ALUNO; NA PRIMEIRA COBRANCA  *
      *    MONTA O REGISTRO ZERADO PARA A INCLUSAO                     *
      *----------------------------------------------------------------*
       2400-READ-RECV.
           MOVE 'N' TO WS-RECV-FOUND-SW.
           MOVE ROST-MATRICULA TO RECV-MATRICULA.
           READ RECV-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECV-FOUND-SW
           END-READ.
           IF NOT WS-RECV-ACHADO
               INITIALIZE RECV-RECORD
               MOVE ROST-MATRICULA TO RECV-MATRICULA
           END-IF.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LANCA-COBRANCA - GRAVA A PARCELA DO MES E SOMA NO      *
      *    SALDO DO ALUNO                                              *
      *----------------------------------------------------------------*
       2500-LANCA-COBRANCA.
           MOVE WS-COB-COMPET-N TO RECV-PARC-COMPET (WS-PARC-SUB).
           MOVE WS-MENSALIDADE  TO RECV-PARC-VALOR (WS-PARC-SUB).
           MOVE ZERO            TO RECV-PARC-PAGO (WS-PARC-SUB).
           ADD WS-MENSALIDADE TO RECV-SALDO.
           ADD WS-MENSALIDADE TO RECV-TOT-COBRADO.
           MOVE WS-COB-COMPET-N TO RECV-ULT-COMPET.
           IF WS-RECV-ACHADO
               REWRITE RECV-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO AO REGRAVAR RECVMST - "
                           "STATUS: " WS-RECV-STATUS
                       MOVE 8 TO WS-PROGRAM-RC
                       MOVE 'Y' TO WS-EOF-SW
                       GO TO 2500-EXIT
               END-REWRITE
           ELSE
               WRITE RECV-RECORD
                   INVALID KEY
                       DISPLAY "*** ERRO AO INCLUIR NO RECVMST - "
                           "STATUS: " WS-RECV-STATUS
                       MOVE 8 TO WS-PROGRAM-RC
                       MOVE 'Y' TO WS-EOF-SW
                       GO TO 2500-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO WS-CONT-COBRADOS.
           ADD WS-MENSALIDADE TO WS-TOT-FATURADO.
           MOVE WS-MENSALIDADE TO WS-VALOR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING ROST-MATRICULA " " ROST-NOME " " ROST-TURMA
               "  " WS-VALOR-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2500-EXIT.
           EXIT.
       2900-WRITE-TOTAIS.
           MOVE WS-TOT-FATURADO TO WS-TOTAL-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAL FATURADO: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ALUNOS: " WS-CONT-ALUNOS
               " COBRADOS: " WS-CONT-COBRADOS
               " JA COBRADOS: " WS-CONT-JA-COBRADOS
               " REJEITADOS: " WS-CONT-REJEITADOS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-PROGRAM-RC >= 8
               MOVE SPACES TO RPT-OUT-RECORD
               MOVE "*** FATURAMENTO INTERROMPIDO - VER CONSOLE ***"
                   TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "MENSFAT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "COMPET: " WS-COB-COMPET
               " COBRADOS: " WS-CONT-COBRADOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE WS-TOT-FATURADO TO WS-TOTAL-ED.
           STRING "TOTAL: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8060-WRITE-GL-EXTRACT - TOTAL FATURADO PARA O RAZAO: DEBITO *
      *    NA CONTA A RECEBER E CREDITO NA RECEITA DE MENSALIDADES.    *
      *    NUMA INTERRUPCAO LEVA O QUE JA FOI GRAVADO NO RECVMST       *
      *----------------------------------------------------------------*
       8060-WRITE-GL-EXTRACT.
           IF WS-TOT-FATURADO = ZERO
               GO TO 8060-EXIT
           END-IF.
           OPEN EXTEND GL-FILE-OUT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-CONTA-RECEBER TO GL-ACCOUNT-CODE.
           MOVE 'D' TO GL-DC.
           MOVE WS-TOT-FATURADO TO GL-AMOUNT.
           MOVE WS-EFFECTIVE-RUNDATE TO GL-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-CONTA-RECEITA TO GL-ACCOUNT-CODE.
           MOVE 'C' TO GL-DC.
           MOVE WS-TOT-FATURADO TO GL-AMOUNT.
           MOVE WS-EFFECTIVE-RUNDATE TO GL-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-FILE-OUT.
       8060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA ALUNO NAO FATURADO EM INPTERR  *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "MENSFAT" TO ERROR-PROGRAM-ID.
           MOVE WS-ERR-FIELD-NAME TO ERROR-FIELD-NAME.
           MOVE WS-ERR-BAD-VALUE TO ERROR-BAD-VALUE.
           MOVE WS-EFFECTIVE-RUNDATE TO ERROR-DATA.
           ACCEPT ERROR-HORA FROM TIME.
           OPEN EXTEND ERROR-FILE-OUT.
           WRITE ERROR-RECORD.
           CLOSE ERROR-FILE-OUT.
           IF WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-WRITE-RUN-HISTORY - MARCA A DATA DE MOVIMENTO COMO     *
      *    CONCLUIDA NO RUNHIST                                        *
      *----------------------------------------------------------------*
       8500-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUNH-RECORD.
           MOVE WS-RUNH-ID TO RUNH-PROGRAM-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO RUNH-DATA.
           ACCEPT RUNH-HORA FROM TIME.
           MOVE "COMPLETO" TO RUNH-RESULT.
           OPEN EXTEND RUNH-FILE.
           WRITE RUNH-RECORD.
           CLOSE RUNH-FILE.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "MENSFAT - ALUNOS: " WS-CONT-ALUNOS
               " COBRADOS: " WS-CONT-COBRADOS
               " JA COBRADOS: " WS-CONT-JA-COBRADOS
               " REJEITADOS: " WS-CONT-REJEITADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM mensfat.
