      *RELATORIO DO TITULAR DOS DADOS: PARA UMA MATRICULA, LISTA EM
      *TITRPT TODO REGISTRO QUE O CPD GUARDA SOBRE O ALUNO, ARQUIVO
      *POR ARQUIVO - O ALUNO NO ROSTIN, O CADASTRO DEMOGRAFICO
      *(DEMOMST), A FREQUENCIA (ATTMAST) E OS ATESTADOS PENDENTES
      *(ATTPEND), AS NOTAS POR DISCIPLINA (NOTAMST), O HISTORICO
      *ESCOLAR (GRADHIST), A CONTA A RECEBER (RECVMST), A
      *PRE-MATRICULA (PREMAT, COMO CANDIDATO OU COMO IRMAO CITADO),
      *OS REGISTROS DOS LOGS VIVOS E DO ARQUIVO MORTO (AUDITLOG/
      *AUDARCH, TRANLOG/TRNARCH E INPTERR/ERRARCH) QUE CITAM A
      *MATRICULA, OS AVISOS DE FALTA ENVIADOS AO RESPONSAVEL
      *(ALRTLOG, COM O TELEFONE USADO) E O RESULTADO DA PROVA FINAL
      *(EXAMRES). ATENDE O PEDIDO DE ACESSO DO TITULAR OU DO
      *RESPONSAVEL; O PROPRIO PEDIDO FICA NO AUDITLOG.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - RELATORIO DE TODOS OS     *
      *                   REGISTROS GUARDADOS SOBRE UMA MATRICULA      *
      *  2026-10-15 JLC   SECOES DO ALRTLOG E DO EXAMRES; TEXTO DO     *
      *                   AVISO DE ARQUIVO INDISPONIVEL CORRIGIDO      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. titular.
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
           SELECT OPTIONAL ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
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
           SELECT OPTIONAL NOTA-FILE-IN ASSIGN TO NOTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTA-CHAVE
               FILE STATUS IS WS-NOTA-STATUS.
           SELECT OPTIONAL RECV-FILE-IN ASSIGN TO RECVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-MATRICULA
               FILE STATUS IS WS-RECV-STATUS.
           SELECT OPTIONAL ATTP-FILE-IN ASSIGN TO ATTPEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE-IN ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PREM-FILE-IN ASSIGN TO PREMAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-IO ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDARCH-FILE-IN ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAN-FILE-IN ASSIGN TO TRANLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRNARCH-FILE-IN ASSIGN TO TRNARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-IN ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERRARCH-FILE-IN ASSIGN TO ERRARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALOG-FILE-IN ASSIGN TO ALRTLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RES-FILE-IN ASSIGN TO EXAMRES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO TITRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  DEMO-FILE-IN.
           COPY DEMOREC.
       FD  ATTM-FILE-IN.
           COPY ATTMREC.
       FD  NOTA-FILE-IN.
           COPY NOTAREC.
       FD  RECV-FILE-IN.
           COPY RECVREC.
       FD  ATTP-FILE-IN
           RECORDING MODE IS F.
           COPY ATTPREC.
       FD  HIST-FILE-IN
           RECORDING MODE IS F.
           COPY HISTREC.
       FD  PREM-FILE-IN
           RECORDING MODE IS F.
           COPY PREMREC.
       FD  AUDIT-FILE-IO
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  AUDARCH-FILE-IN
           RECORDING MODE IS F.
       01  AUDARCH-RECORD            PIC X(84).
       FD  TRAN-FILE-IN
           RECORDING MODE IS F.
           COPY TRANREC.
       FD  TRNARCH-FILE-IN
           RECORDING MODE IS F.
       01  TRNARCH-RECORD            PIC X(81).
       FD  ERROR-FILE-IN
           RECORDING MODE IS F.
           COPY ERRREC.
       FD  ERRARCH-FILE-IN
           RECORDING MODE IS F.
       01  ERRARCH-RECORD            PIC X(56).
       FD  ALOG-FILE-IN
           RECORDING MODE IS F.
       01  ALOG-RECORD.
           05  ALOG-DATA-ENVIO       PIC 9(08).
           05  ALOG-MATRICULA        PIC 9(06).
           05  ALOG-TIPO             PIC X(01).
           05  ALOG-DATA-FALTA       PIC 9(08).
           05  ALOG-LIMITE           PIC 9(02)V9.
           05  ALOG-TELEFONE         PIC X(12).
       FD  RES-FILE-IN
           RECORDING MODE IS F.
       01  RES-IN-RECORD.
           05  RES-MATRICULA         PIC 9(06).
           05  RES-MEDIA-FINAL       PIC 9(02)V9.
           05  RES-STATUS            PIC X(09).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        AREAS DE TRABALHO COM OS MESMOS LAYOUTS DOS LOGS,       *
      *        PARA TRATAR IGUAL O REGISTRO VIVO E O ARQUIVADO         *
      *----------------------------------------------------------------*
       01  WS-AUD-REG.
           05  WS-AUD-PROGRAM-ID     PIC X(10).
           05  WS-AUD-OPERATOR-ID    PIC X(08).
           05  WS-AUD-DATA           PIC 9(08).
           05  WS-AUD-HORA           PIC 9(08).
           05  WS-AUD-INPUT-VALUES   PIC X(30).
           05  WS-AUD-RESULT         PIC X(20).
       01  WS-TRN-REG.
           05  WS-TRN-PROGRAM-ID     PIC X(10).
           05  WS-TRN-INPUT-FIELDS   PIC X(44).
           05  WS-TRN-RESULT         PIC X(11).
           05  WS-TRN-DATA           PIC 9(08).
           05  WS-TRN-HORA           PIC 9(08).
       01  WS-ERR-REG.
           05  WS-ERR-PROGRAM-ID     PIC X(10).
           05  WS-ERR-FIELD-NAME     PIC X(15).
           05  WS-ERR-BAD-VALUE      PIC X(15).
           05  WS-ERR-DATA           PIC 9(08).
           05  WS-ERR-HORA           PIC 9(08).
      *----------------------------------------------------------------*
      *        MATRICULA PEDIDA E BUSCA DELA DENTRO DOS LOGS           *
      *----------------------------------------------------------------*
       77  WS-TIT-MATRICULA          PIC 9(06) VALUE ZERO.
       01  WS-TIT-ENTRADA            PIC X(06) VALUE SPACES.
       01  WS-TIT-TEXTO REDEFINES WS-TIT-ENTRADA
                                     PIC 9(06).
       77  WS-SCAN-BUFFER            PIC X(51) VALUE SPACES.
       77  WS-SCAN-POS               PIC 9(02) COMP VALUE ZERO.
       77  WS-SCAN-ACHOU-SW          PIC X(01) VALUE 'N'.
           88  WS-SCAN-ACHOU             VALUE 'Y'.
       77  WS-FONTE-TAG              PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      *        CAMPOS EDITADOS PARA O RELATORIO                        *
      *----------------------------------------------------------------*
       77  WS-ED-NOTA1               PIC Z9.9.
       77  WS-ED-NOTA2               PIC Z9.9.
       77  WS-ED-NOTA3               PIC Z9.9.
       77  WS-ED-NOTA4               PIC Z9.9.
       77  WS-ED-MEDIA               PIC Z9.9.
       77  WS-ED-SALDO               PIC -(7)9.99.
       77  WS-ED-COBRADO             PIC Z(6)9.99.
       77  WS-ED-PAGO                PIC Z(6)9.99.
      *----------------------------------------------------------------*
      *        CONTAGEM DE REGISTROS POR ARQUIVO                       *
      *----------------------------------------------------------------*
       01  WS-ARQ-DADOS.
           05  FILLER                PIC X(16) VALUE "ROSTIN".
           05  FILLER                PIC X(16) VALUE "DEMOMST".
           05  FILLER                PIC X(16) VALUE "ATTMAST".
           05  FILLER                PIC X(16) VALUE "ATTPEND".
           05  FILLER                PIC X(16) VALUE "NOTAMST".
           05  FILLER                PIC X(16) VALUE "GRADHIST".
           05  FILLER                PIC X(16) VALUE "RECVMST".
           05  FILLER                PIC X(16) VALUE "PREMAT".
           05  FILLER                PIC X(16) VALUE "AUDITLOG/AUDARCH".
           05  FILLER                PIC X(16) VALUE "TRANLOG/TRNARCH".
           05  FILLER                PIC X(16) VALUE "INPTERR/ERRARCH".
           05  FILLER                PIC X(16) VALUE "ALRTLOG".
           05  FILLER                PIC X(16) VALUE "EXAMRES".
       01  WS-ARQUIVOS REDEFINES WS-ARQ-DADOS.
           05  WS-ARQ-NOME           PIC X(16) OCCURS 13 TIMES.
       01  WS-ARQ-CONTAGENS.
           05  WS-ARQ-CONT           PIC 9(05) OCCURS 13 TIMES.
       77  WS-ARQ-SUB                PIC 9(02) VALUE ZERO.
       77  WS-ARQ-COUNT              PIC 9(02) VALUE 13.
       77  WS-CONT-TOTAL             PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUES "00" "05".
       77  WS-DEMO-STATUS            PIC X(02) VALUE SPACES.
           88  WS-DEMO-OK                VALUES "00" "05".
       77  WS-ATTM-STATUS            PIC X(02) VALUE SPACES.
           88  WS-ATTM-OK                VALUES "00" "05".
       77  WS-NOTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-NOTA-OK                VALUES "00" "05".
       77  WS-RECV-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RECV-OK                VALUES "00" "05".
       77  WS-MATRICULA-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-MATRICULA-OK           VALUE 'Y'.
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
           IF NOT WS-MATRICULA-OK
               MOVE 8 TO WS-PROGRAM-RC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "RELATORIO DO TITULAR DOS DADOS - MATRICULA: "
               WS-TIT-MATRICULA " DATA: " WS-EFFECTIVE-RUNDATE
               " OPERADOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 2000-LIST-ROSTIN THRU 2000-EXIT.
           PERFORM 2100-LIST-DEMOMST THRU 2100-EXIT.
           PERFORM 2200-LIST-ATTMAST THRU 2200-EXIT.
           PERFORM 2300-LIST-ATTPEND THRU 2300-EXIT.
           PERFORM 2400-LIST-NOTAMST THRU 2400-EXIT.
           PERFORM 2500-LIST-GRADHIST THRU 2500-EXIT.
           PERFORM 2600-LIST-RECVMST THRU 2600-EXIT.
           PERFORM 2700-LIST-PREMAT THRU 2700-EXIT.
           PERFORM 3000-LIST-AUDIT THRU 3000-EXIT.
           PERFORM 3300-LIST-TRAN THRU 3300-EXIT.
           PERFORM 3600-LIST-ERROR THRU 3600-EXIT.
           PERFORM 3800-LIST-ALRTLOG THRU 3800-EXIT.
           PERFORM 3850-LIST-EXAMRES THRU 3850-EXIT.
           PERFORM 6000-WRITE-RESUMO THRU 6000-EXIT.
           CLOSE RPT-FILE-OUT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E OBTEM A MATRICULA *
      *    DO TITULAR (NO LOTE, DO SYSIN)                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-ARQ-CONTAGENS.
           MOVE ZERO TO WS-CONT-TOTAL.
           MOVE ZERO TO WS-PROGRAM-RC.
           MOVE 'N' TO WS-MATRICULA-OK-SW.
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
           MOVE SPACES TO WS-TIT-ENTRADA.
           DISPLAY "MATRICULA DO TITULAR: ".
           ACCEPT WS-TIT-ENTRADA.
           IF WS-TIT-TEXTO IS NUMERIC AND WS-TIT-TEXTO > ZERO
               MOVE WS-TIT-TEXTO TO WS-TIT-MATRICULA
               MOVE 'Y' TO WS-MATRICULA-OK-SW
           ELSE
               DISPLAY "*** MATRICULA INVALIDA: " WS-TIT-ENTRADA
                   " - DIGITE OS SEIS DIGITOS ***"
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LIST-ROSTIN - ALUNO NO MESTRE DE ALUNOS                *
      *----------------------------------------------------------------*
       2000-LIST-ROSTIN.
           MOVE 1 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               PERFORM 7200-ARQ-INDISPONIVEL THRU 7200-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-TIT-MATRICULA TO ROST-MATRICULA.
           READ ROSTER-FILE-IN
               INVALID KEY
                   CLOSE ROSTER-FILE-IN
                   GO TO 2000-EXIT
           END-READ.
           MOVE ROST-NOTA1 TO WS-ED-NOTA1.
           MOVE ROST-NOTA2 TO WS-ED-NOTA2.
           MOVE ROST-NOTA3 TO WS-ED-NOTA3.
           MOVE ROST-NOTA4 TO WS-ED-NOTA4.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  NOME: " ROST-NOME " TURMA: " ROST-TURMA
               " NOTAS: " WS-ED-NOTA1 " " WS-ED-NOTA2
               " " WS-ED-NOTA3 " " WS-ED-NOTA4
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
           CLOSE ROSTER-FILE-IN.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LIST-DEMOMST - CADASTRO DEMOGRAFICO                    *
      *----------------------------------------------------------------*
       2100-LIST-DEMOMST.
           MOVE 2 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           OPEN INPUT DEMO-FILE-IN.
           IF NOT WS-DEMO-OK
               PERFORM 7200-ARQ-INDISPONIVEL THRU 7200-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-TIT-MATRICULA TO DEMO-MATRICULA.
           READ DEMO-FILE-IN
               INVALID KEY
                   CLOSE DEMO-FILE-IN
                   GO TO 2100-EXIT
           END-READ.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  RESPONSAVEL: " DEMO-RESPONSAVEL
               " ENDERECO: " DEMO-ENDERECO
               " TELEFONE: " DEMO-TELEFONE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
           CLOSE DEMO-FILE-IN.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LIST-ATTMAST - TOTAIS DE FREQUENCIA                    *
      *----------------------------------------------------------------*
       2200-LIST-ATTMAST.
           MOVE 3 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           OPEN INPUT ATTM-FILE-IN.
           IF NOT WS-ATTM-OK
               PERFORM 7200-ARQ-INDISPONIVEL THRU 7200-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-TIT-MATRICULA TO ATTM-MATRICULA.
           READ ATTM-FILE-IN
               INVALID KEY
                   CLOSE ATTM-FILE-IN
                   GO TO 2200-EXIT
           END-READ.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  AULAS DADAS: " ATTM-AULAS-DADAS
               " FALTAS: " ATTM-AULAS-PERDIDAS
               " JUSTIFICADAS: " ATTM-FALTAS-JUSTIF
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
           CLOSE ATTM-FILE-IN.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-LIST-ATTPEND - ATESTADOS DE FALTA AINDA NO ARQUIVO     *
      *----------------------------------------------------------------*
       2300-LIST-ATTPEND.
           MOVE 4 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ATTP-FILE-IN.
           PERFORM 2310-READ-ATTPEND THRU 2310-EXIT.
           PERFORM 2320-CHECK-ATTPEND THRU 2320-EXIT
               UNTIL WS-EOF.
           CLOSE ATTP-FILE-IN.
       2300-EXIT.
           EXIT.
       2310-READ-ATTPEND.
           READ ATTP-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2310-EXIT.
           EXIT.
       2320-CHECK-ATTPEND.
           IF ATTP-MATRICULA = WS-TIT-MATRICULA
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  DATA: " ATTP-DATA " FALTAS: " ATTP-FALTAS
                   " MOTIVO: " ATTP-MOTIVO
                   " ATESTADO: " ATTP-ATESTADO
                   " SITUACAO: " ATTP-STATUS
                   " SOLICITANTE: " ATTP-OPER-SOLIC
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT
           END-IF.
           PERFORM 2310-READ-ATTPEND THRU 2310-EXIT.
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-LIST-NOTAMST - NOTAS POR DISCIPLINA E BIMESTRE         *
      *    (START NA MATRICULA E LEITURA ATE A QUEBRA)                 *
      *----------------------------------------------------------------*
       2400-LIST-NOTAMST.
           MOVE 5 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           OPEN INPUT NOTA-FILE-IN.
           IF NOT WS-NOTA-OK
               PERFORM 7200-ARQ-INDISPONIVEL THRU 7200-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-TIT-MATRICULA TO NOTA-MATRICULA.
           MOVE SPACES TO NOTA-DISCIPLINA.
           MOVE ZERO TO NOTA-BIMESTRE.
           START NOTA-FILE-IN KEY NOT < NOTA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF
               PERFORM 2410-READ-NOTA THRU 2410-EXIT
           END-IF.
           PERFORM 2420-LIST-NOTA THRU 2420-EXIT
               UNTIL WS-EOF.
           CLOSE NOTA-FILE-IN.
       2400-EXIT.
           EXIT.
       2410-READ-NOTA.
           READ NOTA-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
                   AND NOTA-MATRICULA NOT = WS-TIT-MATRICULA
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
       2410-EXIT.
           EXIT.
       2420-LIST-NOTA.
           MOVE NOTA-VALOR TO WS-ED-NOTA1.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  DISCIPLINA: " NOTA-DISCIPLINA
               " BIMESTRE: " NOTA-BIMESTRE
               " NOTA: " WS-ED-NOTA1
               " LANCADA EM " NOTA-DATA-LANC
               " POR " NOTA-OPERADOR
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
           PERFORM 2410-READ-NOTA THRU 2410-EXIT.
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LIST-GRADHIST - HISTORICO ESCOLAR, TODOS OS TERMOS     *
      *----------------------------------------------------------------*
       2500-LIST-GRADHIST.
           MOVE 6 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 2510-READ-HIST THRU 2510-EXIT.
           PERFORM 2520-CHECK-HIST THRU 2520-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
       2500-EXIT.
           EXIT.
       2510-READ-HIST.
           READ HIST-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2510-EXIT.
           EXIT.
       2520-CHECK-HIST.
           IF HIST-MATRICULA NOT = WS-TIT-MATRICULA
               GO TO 2520-NEXT
           END-IF.
           MOVE HIST-NOTA1 TO WS-ED-NOTA1.
           MOVE HIST-NOTA2 TO WS-ED-NOTA2.
           MOVE HIST-NOTA3 TO WS-ED-NOTA3.
           MOVE HIST-NOTA4 TO WS-ED-NOTA4.
           MOVE HIST-MEDIA TO WS-ED-MEDIA.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " HIST-ANO-LETIVO "/" HIST-TERMO
               " " HIST-NOME " TURMA: " HIST-TURMA
               " DISC: " HIST-DISCIPLINA
               " NOTAS: " WS-ED-NOTA1 " " WS-ED-NOTA2
               " " WS-ED-NOTA3 " " WS-ED-NOTA4
               " MEDIA: " WS-ED-MEDIA " " HIST-STATUS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
       2520-NEXT.
           PERFORM 2510-READ-HIST THRU 2510-EXIT.
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2600-LIST-RECVMST - CONTA A RECEBER (TOTAIS)                *
      *----------------------------------------------------------------*
       2600-LIST-RECVMST.
           MOVE 7 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           OPEN INPUT RECV-FILE-IN.
           IF NOT WS-RECV-OK
               PERFORM 7200-ARQ-INDISPONIVEL THRU 7200-EXIT
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-TIT-MATRICULA TO RECV-MATRICULA.
           READ RECV-FILE-IN
               INVALID KEY
                   CLOSE RECV-FILE-IN
                   GO TO 2600-EXIT
           END-READ.
           MOVE RECV-SALDO TO WS-ED-SALDO.
           MOVE RECV-TOT-COBRADO TO WS-ED-COBRADO.
           MOVE RECV-TOT-PAGO TO WS-ED-PAGO.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  SALDO: " WS-ED-SALDO
               " COBRADO: " WS-ED-COBRADO
               " PAGO: " WS-ED-PAGO
               " ULTIMA COMPETENCIA: " RECV-ULT-COMPET
               " ULTIMO PAGAMENTO: " RECV-ULT-PAGTO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
           CLOSE RECV-FILE-IN.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2700-LIST-PREMAT - PRE-MATRICULA QUE LEVOU A MATRICULA E    *
      *    CANDIDATOS QUE A CITAM COMO IRMAO                           *
      *----------------------------------------------------------------*
       2700-LIST-PREMAT.
           MOVE 8 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PREM-FILE-IN.
           PERFORM 2710-READ-PREMAT THRU 2710-EXIT.
           PERFORM 2720-CHECK-PREMAT THRU 2720-EXIT
               UNTIL WS-EOF.
           CLOSE PREM-FILE-IN.
       2700-EXIT.
           EXIT.
       2710-READ-PREMAT.
           READ PREM-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2710-EXIT.
           EXIT.
       2720-CHECK-PREMAT.
           IF PREM-MATRICULA = WS-TIT-MATRICULA
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  INSCRICAO: " PREM-INSCRICAO
                   " DE " PREM-DATA-INSCR " " PREM-NOME
                   " RESPONSAVEL: " PREM-RESPONSAVEL
                   " ENDERECO: " PREM-ENDERECO
                   " TELEFONE: " PREM-TELEFONE
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT
               GO TO 2720-NEXT
           END-IF.
           IF PREM-IRMAO = WS-TIT-MATRICULA
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  CITADO COMO IRMAO NA INSCRICAO: "
                   PREM-INSCRICAO " DE " PREM-DATA-INSCR
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT
           END-IF.
       2720-NEXT.
           PERFORM 2710-READ-PREMAT THRU 2710-EXIT.
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LIST-AUDIT - REGISTROS DE AUDITORIA, VIVOS E DO        *
      *    ARQUIVO MORTO, QUE CITAM A MATRICULA                        *
      *----------------------------------------------------------------*
       3000-LIST-AUDIT.
           MOVE 9 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE "AUD-VIVO" TO WS-FONTE-TAG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AUDIT-FILE-IO.
           PERFORM 3010-READ-AUD-VIVO THRU 3010-EXIT.
           PERFORM 3020-TRATA-AUD-VIVO THRU 3020-EXIT
               UNTIL WS-EOF.
           CLOSE AUDIT-FILE-IO.
           MOVE "AUD-ARQ" TO WS-FONTE-TAG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AUDARCH-FILE-IN.
           PERFORM 3030-READ-AUD-ARQ THRU 3030-EXIT.
           PERFORM 3040-TRATA-AUD-ARQ THRU 3040-EXIT
               UNTIL WS-EOF.
           CLOSE AUDARCH-FILE-IN.
       3000-EXIT.
           EXIT.
       3010-READ-AUD-VIVO.
           READ AUDIT-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3010-EXIT.
           EXIT.
       3020-TRATA-AUD-VIVO.
           MOVE AUDIT-RECORD TO WS-AUD-REG.
           PERFORM 3100-TESTA-AUDIT THRU 3100-EXIT.
           PERFORM 3010-READ-AUD-VIVO THRU 3010-EXIT.
       3020-EXIT.
           EXIT.
       3030-READ-AUD-ARQ.
           READ AUDARCH-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3030-EXIT.
           EXIT.
       3040-TRATA-AUD-ARQ.
           MOVE AUDARCH-RECORD TO WS-AUD-REG.
           PERFORM 3100-TESTA-AUDIT THRU 3100-EXIT.
           PERFORM 3030-READ-AUD-ARQ THRU 3030-EXIT.
       3040-EXIT.
           EXIT.
       3100-TESTA-AUDIT.
           MOVE SPACES TO WS-SCAN-BUFFER.
           STRING WS-AUD-INPUT-VALUES " " WS-AUD-RESULT
               DELIMITED BY SIZE INTO WS-SCAN-BUFFER.
           PERFORM 3900-SCAN-BUFFER THRU 3900-EXIT.
           IF NOT WS-SCAN-ACHOU
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-FONTE-TAG " " WS-AUD-DATA " " WS-AUD-HORA
               " " WS-AUD-PROGRAM-ID " " WS-AUD-OPERATOR-ID
               " " WS-AUD-INPUT-VALUES " " WS-AUD-RESULT
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-LIST-TRAN - REGISTROS DE TRANSACAO, VIVOS E DO         *
      *    ARQUIVO MORTO, QUE CITAM A MATRICULA                        *
      *----------------------------------------------------------------*
       3300-LIST-TRAN.
           MOVE 10 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE "TRN-VIVO" TO WS-FONTE-TAG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TRAN-FILE-IN.
           PERFORM 3310-READ-TRN-VIVO THRU 3310-EXIT.
           PERFORM 3320-TRATA-TRN-VIVO THRU 3320-EXIT
               UNTIL WS-EOF.
           CLOSE TRAN-FILE-IN.
           MOVE "TRN-ARQ" TO WS-FONTE-TAG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TRNARCH-FILE-IN.
           PERFORM 3330-READ-TRN-ARQ THRU 3330-EXIT.
           PERFORM 3340-TRATA-TRN-ARQ THRU 3340-EXIT
               UNTIL WS-EOF.
           CLOSE TRNARCH-FILE-IN.
       3300-EXIT.
           EXIT.
       3310-READ-TRN-VIVO.
           READ TRAN-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3310-EXIT.
           EXIT.
       3320-TRATA-TRN-VIVO.
           MOVE TRAN-RECORD TO WS-TRN-REG.
           PERFORM 3400-TESTA-TRAN THRU 3400-EXIT.
           PERFORM 3310-READ-TRN-VIVO THRU 3310-EXIT.
       3320-EXIT.
           EXIT.
       3330-READ-TRN-ARQ.
           READ TRNARCH-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3330-EXIT.
           EXIT.
       3340-TRATA-TRN-ARQ.
           MOVE TRNARCH-RECORD TO WS-TRN-REG.
           PERFORM 3400-TESTA-TRAN THRU 3400-EXIT.
           PERFORM 3330-READ-TRN-ARQ THRU 3330-EXIT.
       3340-EXIT.
           EXIT.
       3400-TESTA-TRAN.
           MOVE SPACES TO WS-SCAN-BUFFER.
           MOVE WS-TRN-INPUT-FIELDS TO WS-SCAN-BUFFER.
           PERFORM 3900-SCAN-BUFFER THRU 3900-EXIT.
           IF NOT WS-SCAN-ACHOU
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-FONTE-TAG " " WS-TRN-DATA " " WS-TRN-HORA
               " " WS-TRN-PROGRAM-ID
               " ENTRADAS: " WS-TRN-INPUT-FIELDS
               " RESULTADO: " WS-TRN-RESULT
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-LIST-ERROR - REGISTROS DE ERRO DE ENTRADA, VIVOS E     *
      *    DO ARQUIVO MORTO, QUE CITAM A MATRICULA                     *
      *----------------------------------------------------------------*
       3600-LIST-ERROR.
           MOVE 11 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE "ERR-VIVO" TO WS-FONTE-TAG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERROR-FILE-IN.
           PERFORM 3610-READ-ERR-VIVO THRU 3610-EXIT.
           PERFORM 3620-TRATA-ERR-VIVO THRU 3620-EXIT
               UNTIL WS-EOF.
           CLOSE ERROR-FILE-IN.
           MOVE "ERR-ARQ" TO WS-FONTE-TAG.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERRARCH-FILE-IN.
           PERFORM 3630-READ-ERR-ARQ THRU 3630-EXIT.
           PERFORM 3640-TRATA-ERR-ARQ THRU 3640-EXIT
               UNTIL WS-EOF.
           CLOSE ERRARCH-FILE-IN.
       3600-EXIT.
           EXIT.
       3610-READ-ERR-VIVO.
           READ ERROR-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3610-EXIT.
           EXIT.
       3620-TRATA-ERR-VIVO.
           MOVE ERROR-RECORD TO WS-ERR-REG.
           PERFORM 3700-TESTA-ERRO THRU 3700-EXIT.
           PERFORM 3610-READ-ERR-VIVO THRU 3610-EXIT.
       3620-EXIT.
           EXIT.
       3630-READ-ERR-ARQ.
           READ ERRARCH-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3630-EXIT.
           EXIT.
       3640-TRATA-ERR-ARQ.
           MOVE ERRARCH-RECORD TO WS-ERR-REG.
           PERFORM 3700-TESTA-ERRO THRU 3700-EXIT.
           PERFORM 3630-READ-ERR-ARQ THRU 3630-EXIT.
       3640-EXIT.
           EXIT.
       3700-TESTA-ERRO.
           MOVE SPACES TO WS-SCAN-BUFFER.
           STRING WS-ERR-FIELD-NAME " " WS-ERR-BAD-VALUE
               DELIMITED BY SIZE INTO WS-SCAN-BUFFER.
           PERFORM 3900-SCAN-BUFFER THRU 3900-EXIT.
           IF NOT WS-SCAN-ACHOU
               GO TO 3700-EXIT
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-FONTE-TAG " " WS-ERR-DATA " " WS-ERR-HORA
               " " WS-ERR-PROGRAM-ID
               " CAMPO: " WS-ERR-FIELD-NAME
               " VALOR: " WS-ERR-BAD-VALUE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3800-LIST-ALRTLOG - AVISOS DE FALTA ENVIADOS AO RESPONSAVEL *
      *----------------------------------------------------------------*
       3800-LIST-ALRTLOG.
           MOVE 12 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ALOG-FILE-IN.
           PERFORM 3810-READ-ALRTLOG THRU 3810-EXIT.
           PERFORM 3820-CHECK-ALRTLOG THRU 3820-EXIT
               UNTIL WS-EOF.
           CLOSE ALOG-FILE-IN.
       3800-EXIT.
           EXIT.
       3810-READ-ALRTLOG.
           READ ALOG-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3810-EXIT.
           EXIT.
       3820-CHECK-ALRTLOG.
           IF ALOG-MATRICULA = WS-TIT-MATRICULA
               MOVE ALOG-LIMITE TO WS-ED-MEDIA
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  ENVIO: " ALOG-DATA-ENVIO
                   " TIPO: " ALOG-TIPO
                   " FALTA: " ALOG-DATA-FALTA
                   " LIMITE: " WS-ED-MEDIA
                   " TELEFONE: " ALOG-TELEFONE
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT
           END-IF.
           PERFORM 3810-READ-ALRTLOG THRU 3810-EXIT.
       3820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3850-LIST-EXAMRES - RESULTADO DA PROVA FINAL DO TERMO       *
      *----------------------------------------------------------------*
       3850-LIST-EXAMRES.
           MOVE 13 TO WS-ARQ-SUB.
           PERFORM 7000-WRITE-CABECALHO THRU 7000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RES-FILE-IN.
           PERFORM 3860-READ-EXAMRES THRU 3860-EXIT.
           PERFORM 3870-CHECK-EXAMRES THRU 3870-EXIT
               UNTIL WS-EOF.
           CLOSE RES-FILE-IN.
       3850-EXIT.
           EXIT.
       3860-READ-EXAMRES.
           READ RES-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3860-EXIT.
           EXIT.
       3870-CHECK-EXAMRES.
           IF RES-MATRICULA = WS-TIT-MATRICULA
               MOVE RES-MEDIA-FINAL TO WS-ED-MEDIA
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "  MEDIA FINAL: " WS-ED-MEDIA
                   " SITUACAO: " RES-STATUS
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               PERFORM 7100-WRITE-DETALHE THRU 7100-EXIT
           END-IF.
           PERFORM 3860-READ-EXAMRES THRU 3860-EXIT.
       3870-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-SCAN-BUFFER - PROCURA OS SEIS DIGITOS DA MATRICULA     *
      *    DENTRO DO BUFFER POR MODIFICACAO DE REFERENCIA              *
      *----------------------------------------------------------------*
       3900-SCAN-BUFFER.
           MOVE 'N' TO WS-SCAN-ACHOU-SW.
           PERFORM 3950-SCAN-POSICAO THRU 3950-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 46
                  OR WS-SCAN-ACHOU.
       3900-EXIT.
           EXIT.
       3950-SCAN-POSICAO.
           IF WS-SCAN-BUFFER (WS-SCAN-POS : 6) = WS-TIT-ENTRADA
               MOVE 'Y' TO WS-SCAN-ACHOU-SW
           END-IF.
       3950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-WRITE-RESUMO - QUANTIDADE DE REGISTROS POR ARQUIVO     *
      *----------------------------------------------------------------*
       6000-WRITE-RESUMO.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "RESUMO POR ARQUIVO" TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 6100-RESUMO-LINE THRU 6100-EXIT
               VARYING WS-ARQ-SUB FROM 1 BY 1
               UNTIL WS-ARQ-SUB > WS-ARQ-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRAILER TOTAL DE REGISTROS: " WS-CONT-TOTAL
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6000-EXIT.
           EXIT.
       6100-RESUMO-LINE.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-ARQ-NOME (WS-ARQ-SUB)
               " " WS-ARQ-CONT (WS-ARQ-SUB)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-WRITE-CABECALHO - LINHA EM BRANCO E NOME DO ARQUIVO    *
      *----------------------------------------------------------------*
       7000-WRITE-CABECALHO.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "== " WS-ARQ-NOME (WS-ARQ-SUB)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       7000-EXIT.
           EXIT.
       7100-WRITE-DETALHE.
           WRITE RPT-OUT-RECORD.
           ADD 1 TO WS-ARQ-CONT (WS-ARQ-SUB).
           ADD 1 TO WS-CONT-TOTAL.
       7100-EXIT.
           EXIT.
       7200-ARQ-INDISPONIVEL.
           MOVE "  *** ARQUIVO NAO PODE SER ABERTO ***"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
       7200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *    AUDITORIA COMPARTILHADA (AUDITLOG); A VARREDURA JA FECHOU   *
      *    O ARQUIVO, QUE E REABERTO EM EXTEND                         *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "TITULAR" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "MATRICULA " WS-TIT-MATRICULA
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "REGISTROS: " WS-CONT-TOTAL
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-IO.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-IO.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY "RELATORIO DO TITULAR GRAVADO EM TITRPT - "
               "MATRICULA: " WS-TIT-MATRICULA
               " REGISTROS: " WS-CONT-TOTAL.
       9999-EXIT.
           EXIT.
       END PROGRAM titular.
