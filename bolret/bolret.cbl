      *PROCESSAMENTO DO ARQUIVO DE RETORNO DO BANCO (RETBCO) COM OS
      *BOLETOS DE MENSALIDADE LIQUIDADOS NO DIA. O ARQUIVO CHEGA COM O
      *MESMO ENVELOPE PADRAO DO NUMIN E DO ADDIN (HEADER COM A DATA DO
      *MOVIMENTO E O BANCO, TRAILER COM A CONTAGEM E A SOMA DOS
      *VALORES PAGOS) E O ENVELOPE INTEIRO E CONFERIDO ANTES DE TOCAR
      *NO MESTRE - UM ENVELOPE INVALIDO RECUSA O LOTE COM RC 8. CADA
      *BOLETO E CASADO PELO NOSSO NUMERO (MATRICULA + COMPETENCIA) COM
      *A PARCELA EM ABERTO DO ALUNO NO RECVMST E BAIXADO. BOLETO SEM
      *PARCELA CORRESPONDENTE, JA LIQUIDADO, REPETIDO NO PROPRIO
      *ARQUIVO OU COM VALOR ACIMA DO EM ABERTO VAI PARA O BOLREJ E PARA
      *O INPTERR (RC 4). O TOTAL LIQUIDADO ENTRA NO ADDIN DO DIA COMO
      *UM LANCAMENTO BALANCEADO DO JORNAL DE CAIXA (DEBITO NA CONTA DO
      *BANCO, CREDITO NA CONTA A RECEBER, CONTAS DO FATPARM), COM O
      *TRAILER RECALCULADO, PARA O EXERCICIO3 (STEP020) POSTAR A
      *COBRANCA DO DIA SEM REDIGITACAO NO DATACAP. OS LANCAMENTOS QUE A
      *SECRETARIA JA DIGITOU NO ADDIN DO DIA SAO PRESERVADOS; UM ADDIN
      *DE OUTRA DATA E SUBSTITUIDO POR UM NOVO SO COM A COBRANCA.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - RETORNO DOS BOLETOS,      *
      *                   BAIXA NO RECVMST E LANCAMENTO DA COBRANCA NO *
      *                   ADDIN DO DIA                                 *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *  2026-10-15 JLC   TABELA DE NOSSOS NUMEROS JA VISTOS PROTEGIDA *
      *                   CONTRA ESTOURO - TABELA CHEIA GRAVA O        *
      *                   INPTERR E ENCERRA COM RC 8                   *
      *  2026-10-15 JLC   ADDIN REGRAVADO TAMBEM NA INTERRUPCAO DA     *
      *                   BAIXA, COM OS BOLETOS JA LIQUIDADOS NO       *
      *                   RECVMST                                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bolret.
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
           SELECT RET-FILE-IN ASSIGN TO RETBCO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-FILE-IO ASSIGN TO ADDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FATP-FILE-IN ASSIGN TO FATPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECV-FILE-IO ASSIGN TO RECVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-MATRICULA
               FILE STATUS IS WS-RECV-STATUS.
           SELECT RPT-FILE-OUT ASSIGN TO BOLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE-OUT ASSIGN TO BOLREJ
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
       FD  RET-FILE-IN
           RECORDING MODE IS F.
       01  RET-IN-RECORD.
           05  RET-IN-TIPO           PIC X(01).
           05  RET-IN-DADOS          PIC X(39).
           05  RET-IN-HDR REDEFINES RET-IN-DADOS.
               10  RET-HDR-DATA      PIC 9(08).
               10  RET-HDR-BANCO     PIC 9(03).
               10  FILLER            PIC X(28).
           05  RET-IN-DET REDEFINES RET-IN-DADOS.
               10  RET-NOSSO-NUMERO.
                   15  RET-MATRICULA PIC 9(06).
                   15  RET-COMPET    PIC 9(06).
                   15  RET-COMPET-R REDEFINES RET-COMPET.
                       20  RET-COMPET-ANO PIC 9(04).
                       20  RET-COMPET-MES PIC 9(02).
               10  RET-VALOR-PAGO    PIC 9(05)V99.
               10  RET-DATA-CREDITO  PIC 9(08).
               10  FILLER            PIC X(12).
           05  RET-IN-TRL REDEFINES RET-IN-DADOS.
               10  RET-TRL-COUNT     PIC 9(06).
               10  RET-TRL-HASH      PIC 9(09)V99.
               10  FILLER            PIC X(22).
       FD  ADD-FILE-IO
           RECORDING MODE IS F.
       01  ADD-IO-RECORD.
           05  ADD-IO-TIPO           PIC X(01).
           05  ADD-IO-DADOS          PIC X(15).
           05  ADD-IO-HDR REDEFINES ADD-IO-DADOS.
               10  ADD-HDR-DATA      PIC 9(08).
               10  FILLER            PIC X(07).
           05  ADD-IO-DET REDEFINES ADD-IO-DADOS.
               10  ADD-IO-CONTA      PIC X(06).
               10  ADD-IO-DC         PIC X(01).
               10  ADD-IO-VALOR      PIC 9(05)V99.
               10  FILLER            PIC X(01).
           05  ADD-IO-TRL REDEFINES ADD-IO-DADOS.
               10  ADD-TRL-COUNT     PIC 9(06).
               10  ADD-TRL-HASH      PIC 9(07)V99.
       FD  FATP-FILE-IN
           RECORDING MODE IS F.
           COPY FATPREC.
       FD  RECV-FILE-IO.
           COPY RECVREC.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  REJECT-FILE-OUT
           RECORDING MODE IS F.
       01  REJ-OUT-RECORD.
           05  REJ-DADOS             PIC X(40).
           05  REJ-MOTIVO            PIC X(25).
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
      *        ENVELOPE PADRAO DO ARQUIVO DE RETORNO (RETBCO)          *
      *----------------------------------------------------------------*
       77  WS-HDR-VISTO-SW           PIC X(01) VALUE 'N'.
           88  WS-HDR-VISTO              VALUE 'Y'.
       77  WS-TRL-VISTO-SW           PIC X(01) VALUE 'N'.
           88  WS-TRL-VISTO              VALUE 'Y'.
       77  WS-ENV-COUNT              PIC 9(06) VALUE ZERO.
       77  WS-ENV-HASH               PIC 9(09)V99 VALUE ZERO.
       77  WS-ENV-NAO-NUMERICOS      PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *        NOSSOS NUMEROS JA VISTOS NO ARQUIVO (DUPLICIDADE)       *
      *----------------------------------------------------------------*
       01  WS-VISTO-TABLE.
           05  WS-VISTO-ENTRY OCCURS 2000 TIMES
                                     INDEXED BY WS-VISTO-IDX.
               10  WS-VISTO-NOSSO-NUM    PIC X(12).
       77  WS-VISTO-COUNT            PIC 9(04) VALUE ZERO.
       77  WS-VISTO-MAX              PIC 9(04) VALUE 2000.
       77  WS-DUPLICADO-SW           PIC X(01) VALUE 'N'.
           88  WS-BOLETO-DUPLICADO       VALUE 'Y'.
      *----------------------------------------------------------------*
      *        LANCAMENTOS DO ADDIN DO DIA JA DIGITADOS NA SECRETARIA  *
      *----------------------------------------------------------------*
       01  WS-ADD-TABLE.
           05  WS-ADD-REG OCCURS 500 TIMES PIC X(16).
       77  WS-ADD-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-ADD-SUB                PIC 9(03) VALUE ZERO.
       77  WS-ADD-TRL-COUNT          PIC 9(06) VALUE ZERO.
       77  WS-ADD-TRL-HASH           PIC 9(07)V99 VALUE ZERO.
       77  WS-ADD-HDR-SW             PIC X(01) VALUE 'N'.
           88  WS-ADD-DO-DIA             VALUE 'Y'.
       77  WS-ADD-TRL-SW             PIC X(01) VALUE 'N'.
           88  WS-ADD-TRL-VISTO          VALUE 'Y'.
       77  WS-ADD-NOVOS              PIC 9(03) VALUE ZERO.
       77  WS-PARCELA-ADDIN          PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-RESTANTE         PIC 9(07)V99 VALUE ZERO.
       77  WS-MAX-LANCAMENTO         PIC 9(05)V99 VALUE 99999.99.
      *----------------------------------------------------------------*
      *        CONTADORES E TOTAIS DO RETORNO                          *
      *----------------------------------------------------------------*
       77  WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77  WS-CONT-LIQUIDADOS        PIC 9(05) VALUE ZERO.
       77  WS-CONT-REJEITADOS        PIC 9(05) VALUE ZERO.
       77  WS-TOT-LIQUIDADO          PIC 9(07)V99 VALUE ZERO.
       77  WS-VALOR-ABERTO           PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-ED               PIC ZZZZ9.99.
       77  WS-TOTAL-ED               PIC ZZZZZZ9.99.
       77  WS-MOTIVO                 PIC X(25) VALUE SPACES.
       77  WS-CONTA-RECEBER          PIC X(06) VALUE SPACES.
       77  WS-CONTA-BANCO            PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA         *
       77  WS-RECV-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RECV-OK                VALUES "00" "05".
       77  WS-EDIT-SW                PIC X(01) VALUE 'N'.
           88  WS-REGISTRO-BOM           VALUE 'Y'.
       77  WS-PARC-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       77  WS-RUNH-ID                PIC X(10) VALUE "BOLRET".
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** BOLRET JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** BOLRET JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-PARAMETROS THRU 1500-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 1600-PRESCAN-RETBCO THRU 1600-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 1700-LOAD-ADDIN THRU 1700-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 2000-APPLY-RETORNO THRU 2000-EXIT
           END-IF.
      *    O ADDIN SAI MESMO COM RC 8 NA BAIXA: O TOTAL SO CONTEM OS
      *    BOLETOS JA LIQUIDADOS NO RECVMST, QUE A REEXECUCAO RECUSA
           PERFORM 3000-WRITE-ADDIN THRU 3000-EXIT.
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
           MOVE 'N' TO WS-RETOMADA-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNH-FILE.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
           PERFORM 1420-SCAN-RUNH THRU 1420-EXIT
               UNTIL WS-EOF.
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
           END-IF.
           IF RUNH-PROGRAM-ID = "RETOMADA"
                   AND RUNH-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-RETOMADA-SW
           END-IF.
           PERFORM 1410-READ-RUNH THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-LOAD-PARAMETROS - CONTA DO BANCO E CONTA A RECEBER DO  *
      *    FATPARM; SEM ELAS O LOTE E RECUSADO                         *
      *----------------------------------------------------------------*
       1500-LOAD-PARAMETROS.
           OPEN INPUT FATP-FILE-IN.
           READ FATP-FILE-IN
               AT END
                   MOVE SPACES TO FATP-RECORD
           END-READ.
           CLOSE FATP-FILE-IN.
           MOVE FATP-CONTA-RECEBER TO WS-CONTA-RECEBER.
           MOVE FATP-CONTA-BANCO TO WS-CONTA-BANCO.
           IF WS-CONTA-RECEBER = SPACES OR WS-CONTA-BANCO = SPACES
               DISPLAY "*** FATPARM SEM AS CONTAS DO RAZAO - "
                   "RETORNO RECUSADO ***"
               MOVE "FATPARM" TO WS-ERR-FIELD-NAME
               MOVE FATP-RECORD TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1600-PRESCAN-RETBCO - CONFERE O ENVELOPE INTEIRO DO         *
      *    RETORNO (HEADER NA DATA DE MOVIMENTO, NADA APOS O TRAILER,  *
      *    CONTAGEM E SOMA) ANTES DE TOCAR NO RECVMST                  *
      *----------------------------------------------------------------*
       1600-PRESCAN-RETBCO.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-HDR-VISTO-SW.
           MOVE 'N' TO WS-TRL-VISTO-SW.
           MOVE ZERO TO WS-ENV-COUNT.
           MOVE ZERO TO WS-ENV-HASH.
           MOVE ZERO TO WS-ENV-NAO-NUMERICOS.
           OPEN INPUT RET-FILE-IN.
           PERFORM 2100-READ-RETORNO THRU 2100-EXIT.
           PERFORM 1650-PRESCAN-LOOP THRU 1650-EXIT
               UNTIL WS-EOF.
           CLOSE RET-FILE-IN.
           IF NOT WS-TRL-VISTO AND WS-PROGRAM-RC < 8
               MOVE "TRAILER AUSENTE" TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
           END-IF.
           IF WS-ENV-COUNT > WS-VISTO-MAX AND WS-PROGRAM-RC < 8
               DISPLAY "*** RETBCO COM MAIS DE 2000 BOLETOS ***"
               MOVE WS-ENV-COUNT TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
           END-IF.
       1600-EXIT.
           EXIT.
       1650-PRESCAN-LOOP.
           IF WS-TRL-VISTO
               MOVE "REGISTRO APOS TRAILER" TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
               GO TO 1650-EXIT
           END-IF.
           EVALUATE RET-IN-TIPO
               WHEN 'H'
                   PERFORM 1660-CHECK-HEADER THRU 1660-EXIT
               WHEN 'T'
                   PERFORM 1670-CHECK-TRAILER THRU 1670-EXIT
               WHEN 'D'
                   IF NOT WS-HDR-VISTO
                       MOVE "DETALHE SEM HEADER" TO WS-ERR-BAD-VALUE
                       PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
                       GO TO 1650-EXIT
                   END-IF
                   ADD 1 TO WS-ENV-COUNT
                   IF RET-VALOR-PAGO IS NUMERIC
                       ADD RET-VALOR-PAGO TO WS-ENV-HASH
                   ELSE
                       ADD 1 TO WS-ENV-NAO-NUMERICOS
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DESCONHECIDO" TO WS-ERR-BAD-VALUE
                   PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
                   GO TO 1650-EXIT
           END-EVALUATE.
           IF NOT WS-EOF
               PERFORM 2100-READ-RETORNO THRU 2100-EXIT
           END-IF.
       1650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1660-CHECK-HEADER - A DATA DO RETORNO TEM QUE SER A DATA    *
      *    DO MOVIMENTO E O BANCO O DO CONVENIO NO FATPARM             *
      *----------------------------------------------------------------*
       1660-CHECK-HEADER.
           IF RET-HDR-DATA NOT NUMERIC
                   OR RET-HDR-DATA NOT = WS-EFFECTIVE-RUNDATE
                   OR RET-HDR-BANCO NOT = FATP-BANCO-CODIGO
               MOVE RET-IN-DADOS TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
           ELSE
               MOVE 'Y' TO WS-HDR-VISTO-SW
           END-IF.
       1660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1670-CHECK-TRAILER - A CONTAGEM E SEMPRE EXIGIDA; A SOMA    *
      *    SO QUANDO TODOS OS VALORES SAO NUMERICOS                    *
      *----------------------------------------------------------------*
       1670-CHECK-TRAILER.
           MOVE 'Y' TO WS-TRL-VISTO-SW.
           IF RET-TRL-COUNT NOT = WS-ENV-COUNT
               MOVE RET-IN-DADOS TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
               GO TO 1670-EXIT
           END-IF.
           IF RET-TRL-HASH NOT = WS-ENV-HASH
                   AND WS-ENV-NAO-NUMERICOS = ZERO
               MOVE RET-IN-DADOS TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
           END-IF.
       1670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1690-REFUSE-RUN - ENVELOPE INVALIDO: REGISTRA NO INPTERR,   *
      *    ENCERRA A LEITURA E DEVOLVE RETURN-CODE 8                   *
      *----------------------------------------------------------------*
       1690-REFUSE-RUN.
           DISPLAY "*** ENVELOPE DO RETBCO INVALIDO - LOTE RECUSADO "
               "***".
           MOVE "RETBCO-ENVELOPE" TO WS-ERR-FIELD-NAME.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
           MOVE 8 TO WS-PROGRAM-RC.
           MOVE 'Y' TO WS-EOF-SW.
       1690-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1700-LOAD-ADDIN - GUARDA OS LANCAMENTOS QUE A SECRETARIA JA *
      *    DIGITOU NO ADDIN DO DIA. ADDIN DE OUTRA DATA (OU AUSENTE) E *
      *    DESCARTADO; ADDIN DO DIA SEM TRAILER OU COM CONTAGEM        *
      *    ERRADA RECUSA O LOTE, PARA NAO PERDER LANCAMENTOS           *
      *----------------------------------------------------------------*
       1700-LOAD-ADDIN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-ADD-HDR-SW.
           MOVE 'N' TO WS-ADD-TRL-SW.
           MOVE ZERO TO WS-ADD-COUNT.
           MOVE ZERO TO WS-ADD-TRL-COUNT.
           MOVE ZERO TO WS-ADD-TRL-HASH.
           OPEN INPUT ADD-FILE-IO.
           PERFORM 1710-READ-ADDIN THRU 1710-EXIT.
           IF NOT WS-EOF
                   AND ADD-IO-TIPO = 'H'
                   AND ADD-HDR-DATA IS NUMERIC
                   AND ADD-HDR-DATA = WS-EFFECTIVE-RUNDATE
               MOVE 'Y' TO WS-ADD-HDR-SW
               PERFORM 1710-READ-ADDIN THRU 1710-EXIT
               PERFORM 1720-ADDIN-LOOP THRU 1720-EXIT
                   UNTIL WS-EOF
           END-IF.
           CLOSE ADD-FILE-IO.
           IF WS-ADD-DO-DIA AND WS-PROGRAM-RC < 8
               IF NOT WS-ADD-TRL-VISTO
                       OR WS-ADD-TRL-COUNT NOT = WS-ADD-COUNT
                   DISPLAY "*** ADDIN DO DIA SEM TRAILER VALIDO - "
                       "LOTE RECUSADO ***"
                   MOVE "ADDIN-ENVELOPE" TO WS-ERR-FIELD-NAME
                   MOVE WS-ADD-COUNT TO WS-ERR-BAD-VALUE
                   PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
                   MOVE 8 TO WS-PROGRAM-RC
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       1700-EXIT.
           EXIT.
       1710-READ-ADDIN.
           READ ADD-FILE-IO
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1710-EXIT.
           EXIT.
       1720-ADDIN-LOOP.
           IF ADD-IO-TIPO = 'T'
               MOVE 'Y' TO WS-ADD-TRL-SW
               MOVE ADD-TRL-COUNT TO WS-ADD-TRL-COUNT
               MOVE ADD-TRL-HASH TO WS-ADD-TRL-HASH
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1720-EXIT
           END-IF.
           IF WS-ADD-COUNT >= 500
               DISPLAY "*** ADDIN DO DIA COM MAIS DE 500 LANCAMENTOS "
                   "- LOTE RECUSADO ***"
               MOVE 8 TO WS-PROGRAM-RC
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1720-EXIT
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           MOVE ADD-IO-RECORD TO WS-ADD-REG (WS-ADD-COUNT).
           PERFORM 1710-READ-ADDIN THRU 1710-EXIT.
       1720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-APPLY-RETORNO - ENVELOPE JA CONFERIDO: CASA E BAIXA    *
      *    CADA BOLETO LIQUIDADO                                       *
      *----------------------------------------------------------------*
       2000-APPLY-RETORNO.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-VISTO-COUNT.
           OPEN I-O RECV-FILE-IO.
           IF NOT WS-RECV-OK
               DISPLAY "*** RECVMST NAO PUDE SER ABERTO - STATUS: "
                   WS-RECV-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT  RET-FILE-IN
                OUTPUT RPT-FILE-OUT
                       REJECT-FILE-OUT.
           PERFORM 2050-WRITE-HEADER THRU 2050-EXIT.
           PERFORM 2100-READ-RETORNO THRU 2100-EXIT.
           PERFORM 2200-APPLY-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           PERFORM 2900-WRITE-TOTAIS THRU 2900-EXIT.
           CLOSE RET-FILE-IN
                 RPT-FILE-OUT
                 REJECT-FILE-OUT
                 RECV-FILE-IO.
       2000-EXIT.
           EXIT.
       2050-WRITE-HEADER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "RETORNO DE BOLETOS - BANCO " FATP-BANCO-CODIGO
               " - DATA " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "NOSSO NUMERO      VALOR  CREDITO  SITUACAO"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2050-EXIT.
           EXIT.
       2100-READ-RETORNO.
           READ RET-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-APPLY-LOOP.
           IF RET-IN-TIPO NOT = 'D'
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
           PERFORM 2210-EDIT-BOLETO THRU 2210-EXIT.
           IF WS-PROGRAM-RC >= 8
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-REGISTRO-BOM
               PERFORM 2220-REJECT-BOLETO THRU 2220-EXIT
               GO TO 2200-NEXT
           END-IF.
           PERFORM 2300-BAIXA-PARCELA THRU 2300-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-RETORNO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2210-EDIT-BOLETO - CAMPOS NUMERICOS, DUPLICIDADE NO ARQUIVO *
      *    E CASAMENTO COM A PARCELA EM ABERTO DO RECVMST              *
      *----------------------------------------------------------------*
       2210-EDIT-BOLETO.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "RET-NOSSO-NUM" TO WS-ERR-FIELD-NAME.
           MOVE RET-NOSSO-NUMERO TO WS-ERR-BAD-VALUE.
           IF RET-MATRICULA NOT NUMERIC
                   OR RET-COMPET NOT NUMERIC
                   OR RET-VALOR-PAGO NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SW
               MOVE "CAMPO NAO NUMERICO" TO WS-MOTIVO
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2250-CHECK-DUPLICADO THRU 2250-EXIT.
           IF WS-PROGRAM-RC >= 8
               GO TO 2210-EXIT
           END-IF.
           IF WS-BOLETO-DUPLICADO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "BOLETO EM DUPLICIDADE" TO WS-MOTIVO
               GO TO 2210-EXIT
           END-IF.
           IF RET-COMPET-MES < 1 OR RET-COMPET-MES > 12
               MOVE 'N' TO WS-EDIT-SW
               MOVE "BOLETO SEM COBRANCA" TO WS-MOTIVO
               GO TO 2210-EXIT
           END-IF.
           MOVE RET-MATRICULA TO RECV-MATRICULA.
           READ RECV-FILE-IO
               INVALID KEY
                   MOVE 'N' TO WS-EDIT-SW
                   MOVE "BOLETO SEM COBRANCA" TO WS-MOTIVO
                   GO TO 2210-EXIT
           END-READ.
           MOVE RET-COMPET-MES TO WS-PARC-SUB.
           IF RECV-PARC-COMPET (WS-PARC-SUB) NOT = RET-COMPET
               MOVE 'N' TO WS-EDIT-SW
               MOVE "BOLETO SEM COBRANCA" TO WS-MOTIVO
               GO TO 2210-EXIT
           END-IF.
           IF RECV-PARC-PAGO (WS-PARC-SUB)
                   NOT < RECV-PARC-VALOR (WS-PARC-SUB)
               MOVE 'N' TO WS-EDIT-SW
               MOVE "BOLETO JA LIQUIDADO" TO WS-MOTIVO
               GO TO 2210-EXIT
           END-IF.
           COMPUTE WS-VALOR-ABERTO = RECV-PARC-VALOR (WS-PARC-SUB)
               - RECV-PARC-PAGO (WS-PARC-SUB).
           IF RET-VALOR-PAGO = ZERO
                   OR RET-VALOR-PAGO > WS-VALOR-ABERTO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "VALOR DIFERE DA PARCELA" TO WS-MOTIVO
           END-IF.
       2210-EXIT.
           EXIT.
       2220-REJECT-BOLETO.
           ADD 1 TO WS-CONT-REJEITADOS.
           MOVE SPACES TO REJ-OUT-RECORD.
           MOVE RET-IN-RECORD TO REJ-DADOS.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           WRITE REJ-OUT-RECORD.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING RET-NOSSO-NUMERO " REJEITADO - " WS-MOTIVO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2250-CHECK-DUPLICADO - O MESMO NOSSO NUMERO DUAS VEZES NO   *
      *    RETORNO SO E BAIXADO NA PRIMEIRA. TABELA CHEIA INTERROMPE   *
      *    O PROCESSAMENTO COM RC 8 (O 1600 JA RECUSA O RETORNO COM    *
      *    MAIS DETALHES QUE A TABELA)                                 *
      *----------------------------------------------------------------*
       2250-CHECK-DUPLICADO.
           MOVE 'N' TO WS-DUPLICADO-SW.
           IF WS-VISTO-COUNT > ZERO
               SET WS-VISTO-IDX TO 1
               SEARCH WS-VISTO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VISTO-IDX > WS-VISTO-COUNT
                       CONTINUE
                   WHEN WS-VISTO-NOSSO-NUM (WS-VISTO-IDX)
                           = RET-NOSSO-NUMERO
                       MOVE 'Y' TO WS-DUPLICADO-SW
               END-SEARCH
           END-IF.
           IF WS-BOLETO-DUPLICADO
               GO TO 2250-EXIT
           END-IF.
           IF WS-VISTO-COUNT < WS-VISTO-MAX
               ADD 1 TO WS-VISTO-COUNT
               MOVE RET-NOSSO-NUMERO
                   TO WS-VISTO-NOSSO-NUM (WS-VISTO-COUNT)
           ELSE
               DISPLAY "*** RETBCO COM MAIS DE 2000 NOSSOS NUMEROS - "
                   "PROCESSAMENTO INTERROMPIDO ***"
               MOVE "WS-VISTO-TABLE" TO WS-ERR-FIELD-NAME
               MOVE RET-NOSSO-NUMERO TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 8 TO WS-PROGRAM-RC
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-BAIXA-PARCELA - BAIXA O VALOR PAGO NA PARCELA E NO     *
      *    SALDO DO ALUNO E REGRAVA O MESTRE                           *
      *----------------------------------------------------------------*
       2300-BAIXA-PARCELA.
           ADD RET-VALOR-PAGO TO RECV-PARC-PAGO (WS-PARC-SUB).
           SUBTRACT RET-VALOR-PAGO FROM RECV-SALDO.
           ADD RET-VALOR-PAGO TO RECV-TOT-PAGO.
           MOVE WS-EFFECTIVE-RUNDATE TO RECV-ULT-PAGTO.
           REWRITE RECV-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO AO REGRAVAR RECVMST - "
                       "STATUS: " WS-RECV-STATUS
                   MOVE 8 TO WS-PROGRAM-RC
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2300-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-LIQUIDADOS.
           ADD RET-VALOR-PAGO TO WS-TOT-LIQUIDADO.
           MOVE RET-VALOR-PAGO TO WS-VALOR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING RET-NOSSO-NUMERO " " WS-VALOR-ED " "
               RET-DATA-CREDITO " LIQUIDADO"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2300-EXIT.
           EXIT.
       2900-WRITE-TOTAIS.
           MOVE WS-TOT-LIQUIDADO TO WS-TOTAL-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAL LIQUIDADO: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "LIDOS: " WS-CONT-LIDOS
               " LIQUIDADOS: " WS-CONT-LIQUIDADOS
               " REJEITADOS: " WS-CONT-REJEITADOS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-PROGRAM-RC >= 8
               MOVE SPACES TO RPT-OUT-RECORD
               MOVE "*** RETORNO INTERROMPIDO - VER CONSOLE ***"
                   TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-ADDIN - REGRAVA O ADDIN DO DIA: OS LANCAMENTOS   *
      *    DA SECRETARIA MAIS O PAR DEBITO BANCO / CREDITO A RECEBER   *
      *    DA COBRANCA (QUEBRADO EM PARCELAS DE ATE 99999.99, LIMITE   *
      *    DO VALOR DO ADDIN), COM TRAILER RECALCULADO. NUMA           *
      *    INTERRUPCAO DA BAIXA LEVA O QUE JA FOI LIQUIDADO NO RECVMST *
      *----------------------------------------------------------------*
       3000-WRITE-ADDIN.
           IF WS-TOT-LIQUIDADO = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-ADD-NOVOS.
           OPEN OUTPUT ADD-FILE-IO.
           MOVE SPACES TO ADD-IO-RECORD.
           MOVE 'H' TO ADD-IO-TIPO.
           MOVE WS-EFFECTIVE-RUNDATE TO ADD-HDR-DATA.
           WRITE ADD-IO-RECORD.
           PERFORM 3100-COPY-ADDIN-REG THRU 3100-EXIT
               VARYING WS-ADD-SUB FROM 1 BY 1
               UNTIL WS-ADD-SUB > WS-ADD-COUNT.
           MOVE WS-TOT-LIQUIDADO TO WS-VALOR-RESTANTE.
           PERFORM 3200-WRITE-COBRANCA THRU 3200-EXIT
               UNTIL WS-VALOR-RESTANTE = ZERO.
           MOVE SPACES TO ADD-IO-RECORD.
           MOVE 'T' TO ADD-IO-TIPO.
           COMPUTE ADD-TRL-COUNT = WS-ADD-COUNT + WS-ADD-NOVOS.
           COMPUTE ADD-TRL-HASH = WS-ADD-TRL-HASH
               + WS-TOT-LIQUIDADO + WS-TOT-LIQUIDADO.
           WRITE ADD-IO-RECORD.
           CLOSE ADD-FILE-IO.
           DISPLAY "BOLRET - ADDIN REGRAVADO - LANCAMENTOS DA "
               "SECRETARIA: " WS-ADD-COUNT " DA COBRANCA: "
               WS-ADD-NOVOS.
       3000-EXIT.
           EXIT.
       3100-COPY-ADDIN-REG.
           MOVE WS-ADD-REG (WS-ADD-SUB) TO ADD-IO-RECORD.
           WRITE ADD-IO-RECORD.
       3100-EXIT.
           EXIT.
       3200-WRITE-COBRANCA.
           IF WS-VALOR-RESTANTE > WS-MAX-LANCAMENTO
               MOVE WS-MAX-LANCAMENTO TO WS-PARCELA-ADDIN
           ELSE
               MOVE WS-VALOR-RESTANTE TO WS-PARCELA-ADDIN
           END-IF.
           MOVE SPACES TO ADD-IO-RECORD.
           MOVE 'D' TO ADD-IO-TIPO.
           MOVE WS-CONTA-BANCO TO ADD-IO-CONTA.
           MOVE 'D' TO ADD-IO-DC.
           MOVE WS-PARCELA-ADDIN TO ADD-IO-VALOR.
           WRITE ADD-IO-RECORD.
           MOVE SPACES TO ADD-IO-RECORD.
           MOVE 'D' TO ADD-IO-TIPO.
           MOVE WS-CONTA-RECEBER TO ADD-IO-CONTA.
           MOVE 'C' TO ADD-IO-DC.
           MOVE WS-PARCELA-ADDIN TO ADD-IO-VALOR.
           WRITE ADD-IO-RECORD.
           ADD 2 TO WS-ADD-NOVOS.
           SUBTRACT WS-PARCELA-ADDIN FROM WS-VALOR-RESTANTE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "BOLRET" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "LIDOS: " WS-CONT-LIDOS
               " LIQUID: " WS-CONT-LIQUIDADOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE WS-TOT-LIQUIDADO TO WS-TOTAL-ED.
           STRING "TOTAL: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA BOLETO RECUSADO EM INPTERR     *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "BOLRET" TO ERROR-PROGRAM-ID.
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
           DISPLAY "BOLRET - LIDOS: " WS-CONT-LIDOS
               " LIQUIDADOS: " WS-CONT-LIQUIDADOS
               " REJEITADOS: " WS-CONT-REJEITADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM bolret.
