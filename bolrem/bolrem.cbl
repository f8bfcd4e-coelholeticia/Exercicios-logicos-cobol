      *REMESSA DE BOLETOS DE MENSALIDADE PARA O BANCO. RODA NO
      *MONTHEND DEPOIS DO FATURAMENTO (MENSFAT) E GRAVA NO REMBCO UM
      *BOLETO PARA CADA PARCELA EM ABERTO DA COMPETENCIA DO BUSDATE NO
      *MESTRE DE CONTAS A RECEBER (RECVMST). O NOSSO NUMERO DO BOLETO
      *E A MATRICULA MAIS A COMPETENCIA AAAAMM - E POR ELE QUE O
      *BOLRET CASA O ARQUIVO DE RETORNO DO BANCO COM A PARCELA. O
      *VENCIMENTO E O DIA DO FATPARM NO MES DA COMPETENCIA. O ARQUIVO
      *SAI COM O ENVELOPE PADRAO: HEADER COM A DATA, O BANCO E O
      *CONVENIO, E TRAILER COM A CONTAGEM E A SOMA DOS VALORES.
      *ALUNO SEM REGISTRO NO ROSTIN VAI PARA O INPTERR (RC 4) E O
      *BOLETO SAI COM O NOME EM BRANCO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - REMESSA DE BOLETOS DAS    *
      *                   PARCELAS EM ABERTO DA COMPETENCIA            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bolrem.
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
           SELECT OPTIONAL RECV-FILE-IN ASSIGN TO RECVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-MATRICULA
               FILE STATUS IS WS-RECV-STATUS.
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL FATP-FILE-IN ASSIGN TO FATPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REM-FILE-OUT ASSIGN TO REMBCO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO REMRPT
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
       FD  RECV-FILE-IN.
           COPY RECVREC.
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  FATP-FILE-IN
           RECORDING MODE IS F.
           COPY FATPREC.
       FD  REM-FILE-OUT
           RECORDING MODE IS F.
       01  REM-OUT-RECORD.
           05  REM-TIPO              PIC X(01).
           05  REM-DADOS             PIC X(59).
           05  REM-HDR REDEFINES REM-DADOS.
               10  REM-HDR-DATA      PIC 9(08).
               10  REM-HDR-BANCO     PIC 9(03).
               10  REM-HDR-CONVENIO  PIC 9(07).
               10  FILLER            PIC X(41).
           05  REM-DET REDEFINES REM-DADOS.
               10  REM-NOSSO-NUMERO.
                   15  REM-MATRICULA PIC 9(06).
                   15  REM-COMPET    PIC 9(06).
               10  REM-NOME          PIC X(30).
               10  REM-VALOR         PIC 9(05)V99.
               10  REM-VENCTO        PIC 9(08).
               10  FILLER            PIC X(02).
           05  REM-TRL REDEFINES REM-DADOS.
               10  REM-TRL-COUNT     PIC 9(06).
               10  REM-TRL-HASH      PIC 9(09)V99.
               10  FILLER            PIC X(42).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
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
      *        COMPETENCIA E VENCIMENTO DOS BOLETOS                    *
      *----------------------------------------------------------------*
       01  WS-DATA-COBRANCA.
           05  WS-COB-COMPET.
               10  WS-COB-ANO            PIC 9(04).
               10  WS-COB-MES            PIC 9(02).
           05  WS-COB-COMPET-N REDEFINES WS-COB-COMPET
                                         PIC 9(06).
           05  WS-COB-DIA                PIC 9(02).
       01  WS-DATA-VENCTO.
           05  WS-VENC-COMPET            PIC 9(06).
           05  WS-VENC-DIA               PIC 9(02).
       01  WS-DATA-VENCTO-N REDEFINES WS-DATA-VENCTO
                                         PIC 9(08).
      *----------------------------------------------------------------*
      *        CONTADORES E TOTAIS DA REMESSA                          *
      *----------------------------------------------------------------*
       77  WS-CONT-CONTAS            PIC 9(05) VALUE ZERO.
       77  WS-CONT-BOLETOS           PIC 9(06) VALUE ZERO.
       77  WS-CONT-SEM-NOME          PIC 9(05) VALUE ZERO.
       77  WS-TOT-REMESSA            PIC 9(09)V99 VALUE ZERO.
       77  WS-VALOR-ABERTO           PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-ED               PIC ZZZZ9.99.
       77  WS-TOTAL-ED               PIC ZZZZZZZZ9.99.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA         *
       77  WS-RECV-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RECV-OK                VALUES "00" "05".
       77  WS-ROSTER-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK              VALUE "00".
       77  WS-PARC-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RUNH-ID                PIC X(10) VALUE "BOLREM".
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN
               DISPLAY "*** BOLREM JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-PARAMETROS THRU 1500-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 2000-GERA-REMESSA THRU 2000-EXIT
           END-IF.
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
      *    1500-LOAD-PARAMETROS - BANCO, CONVENIO E DIA DE VENCIMENTO  *
      *    DO FATPARM; SEM ELES NAO HA REMESSA                         *
      *----------------------------------------------------------------*
       1500-LOAD-PARAMETROS.
           OPEN INPUT FATP-FILE-IN.
           READ FATP-FILE-IN
               AT END
                   MOVE SPACES TO FATP-RECORD
           END-READ.
           CLOSE FATP-FILE-IN.
           IF FATP-BANCO-CODIGO NOT NUMERIC
                   OR FATP-CONVENIO NOT NUMERIC
                   OR FATP-DIA-VENCTO NOT NUMERIC
                   OR FATP-DIA-VENCTO < 1
                   OR FATP-DIA-VENCTO > 28
               DISPLAY "*** FATPARM SEM BANCO, CONVENIO OU DIA DE "
                   "VENCIMENTO VALIDO - REMESSA RECUSADA ***"
               MOVE "FATPARM" TO WS-ERR-FIELD-NAME
               MOVE FATP-RECORD (25:) TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-COB-COMPET-N TO WS-VENC-COMPET.
           MOVE FATP-DIA-VENCTO TO WS-VENC-DIA.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-GERA-REMESSA - PERCORRE O RECVMST EM ORDEM DE          *
      *    MATRICULA E GRAVA O BOLETO DA PARCELA EM ABERTO DO MES      *
      *----------------------------------------------------------------*
       2000-GERA-REMESSA.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RECV-FILE-IN.
           IF NOT WS-RECV-OK
               DISPLAY "*** RECVMST NAO PUDE SER ABERTO - STATUS: "
                   WS-RECV-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               CLOSE RECV-FILE-IN
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT REM-FILE-OUT
                       RPT-FILE-OUT.
           PERFORM 2050-WRITE-HEADERS THRU 2050-EXIT.
           MOVE WS-COB-MES TO WS-PARC-SUB.
           PERFORM 2100-READ-RECV THRU 2100-EXIT.
           PERFORM 2200-BOLETO-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
           CLOSE RECV-FILE-IN
                 ROSTER-FILE-IN
                 REM-FILE-OUT
                 RPT-FILE-OUT.
       2000-EXIT.
           EXIT.
       2050-WRITE-HEADERS.
           MOVE SPACES TO REM-OUT-RECORD.
           MOVE 'H' TO REM-TIPO.
           MOVE WS-EFFECTIVE-RUNDATE TO REM-HDR-DATA.
           MOVE FATP-BANCO-CODIGO TO REM-HDR-BANCO.
           MOVE FATP-CONVENIO TO REM-HDR-CONVENIO.
           WRITE REM-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "REMESSA DE BOLETOS - COMPETENCIA "
               WS-COB-MES "/" WS-COB-ANO
               " - BANCO " FATP-BANCO-CODIGO
               " CONVENIO " FATP-CONVENIO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "NOSSO NUMERO NOME" "                          "
               "     VALOR   VENCTO"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2050-EXIT.
           EXIT.
       2100-READ-RECV.
           READ RECV-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-BOLETO-LOOP - SO A PARCELA DA COMPETENCIA, E SO SE     *
      *    AINDA ESTIVER EM ABERTO                                     *
      *----------------------------------------------------------------*
       2200-BOLETO-LOOP.
           ADD 1 TO WS-CONT-CONTAS.
           IF RECV-PARC-COMPET (WS-PARC-SUB) NOT = WS-COB-COMPET-N
               GO TO 2200-NEXT
           END-IF.
           IF RECV-PARC-PAGO (WS-PARC-SUB)
                   NOT < RECV-PARC-VALOR (WS-PARC-SUB)
               GO TO 2200-NEXT
           END-IF.
           COMPUTE WS-VALOR-ABERTO = RECV-PARC-VALOR (WS-PARC-SUB)
               - RECV-PARC-PAGO (WS-PARC-SUB).
           PERFORM 2300-BUSCA-NOME THRU 2300-EXIT.
           MOVE SPACES TO REM-OUT-RECORD.
           MOVE 'D' TO REM-TIPO.
           MOVE RECV-MATRICULA TO REM-MATRICULA.
           MOVE WS-COB-COMPET-N TO REM-COMPET.
           MOVE ROST-NOME TO REM-NOME.
           MOVE WS-VALOR-ABERTO TO REM-VALOR.
           MOVE WS-DATA-VENCTO-N TO REM-VENCTO.
           WRITE REM-OUT-RECORD.
           ADD 1 TO WS-CONT-BOLETOS.
           ADD WS-VALOR-ABERTO TO WS-TOT-REMESSA.
           MOVE WS-VALOR-ABERTO TO WS-VALOR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING REM-NOSSO-NUMERO " " ROST-NOME " " WS-VALOR-ED
               " " WS-DATA-VENCTO-N
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2200-NEXT.
           PERFORM 2100-READ-RECV THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2300-BUSCA-NOME.
           MOVE RECV-MATRICULA TO ROST-MATRICULA.
           READ ROSTER-FILE-IN
               INVALID KEY
                   MOVE SPACES TO ROST-NOME
                   ADD 1 TO WS-CONT-SEM-NOME
                   MOVE "ROST-MATRICULA" TO WS-ERR-FIELD-NAME
                   MOVE RECV-MATRICULA TO WS-ERR-BAD-VALUE
                   PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-READ.
       2300-EXIT.
           EXIT.
       2900-WRITE-TRAILER.
           MOVE SPACES TO REM-OUT-RECORD.
           MOVE 'T' TO REM-TIPO.
           MOVE WS-CONT-BOLETOS TO REM-TRL-COUNT.
           MOVE WS-TOT-REMESSA TO REM-TRL-HASH.
           WRITE REM-OUT-RECORD.
           MOVE WS-TOT-REMESSA TO WS-TOTAL-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "BOLETOS: " WS-CONT-BOLETOS
               " TOTAL DA REMESSA: " WS-TOTAL-ED
               " SEM NOME: " WS-CONT-SEM-NOME
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "BOLREM" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "COMPET: " WS-COB-COMPET
               " BOLETOS: " WS-CONT-BOLETOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE WS-TOT-REMESSA TO WS-TOTAL-ED.
           STRING "TOTAL: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA OCORRENCIA EM INPTERR          *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "BOLREM" TO ERROR-PROGRAM-ID.
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
           DISPLAY "BOLREM - CONTAS LIDAS: " WS-CONT-CONTAS
               " BOLETOS: " WS-CONT-BOLETOS
               " SEM NOME: " WS-CONT-SEM-NOME.
       9999-EXIT.
           EXIT.
       END PROGRAM bolrem.
