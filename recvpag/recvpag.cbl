      *BAIXA DOS PAGAMENTOS DE MENSALIDADE NO MESTRE DE CONTAS A
      *RECEBER (RECVMST). LE O PAGTOIN DIGITADO NA SECRETARIA PELO
      *DATACAP (MATRICULA, COMPETENCIA AAAAMM E VALOR PAGO, DENTRO DO
      *ENVELOPE PADRAO H/D/T) E BAIXA CADA PAGAMENTO NA PARCELA DA
      *COMPETENCIA INFORMADA OU, COM COMPETENCIA ZERO, NAS PARCELAS
      *EM ABERTO MAIS ANTIGAS. O ENVELOPE INTEIRO E CONFERIDO ANTES DE
      *TOCAR NO MESTRE - UM ENVELOPE INVALIDO RECUSA O LOTE COM RC 8
      *SEM BAIXAR NADA. PAGAMENTO DE MATRICULA SEM COBRANCA, DE
      *PARCELA INEXISTENTE OU JA QUITADA OU ACIMA DO VALOR EM ABERTO
      *(DA PARCELA OU, SEM COMPETENCIA, DAS PARCELAS EM ABERTO)
      *VAI PARA O PAGREJ E PARA O INPTERR (RC 4). O TOTAL BAIXADO VAI
      *PARA O GLEXTRCT (DEBITO NO CAIXA, CREDITO NA CONTA A RECEBER,
      *CONTAS DO FATPARM) COM A DATA DE NEGOCIO, PARA O GLEDIT E O
      *GLPOST DO MESMO LOTE NOTURNO. CADA BAIXA CARIMBA NA CONTA A
      *DATA DE MOVIMENTO E A SEQUENCIA DO DETALHE NO PAGTOIN
      *(RECV-PAG-DATA/RECV-PAG-SEQ); NA REEXECUCAO DE UM LOTE
      *INTERROMPIDO, COM O MESMO PAGTOIN, O DETALHE JA BAIXADO E
      *RECONHECIDO PELO CARIMBO E NAO ENTRA DE NOVO NEM NO RECVMST
      *NEM NO EXTRATO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - BAIXA DOS PAGAMENTOS DE   *
      *                   MENSALIDADE NO RECVMST COM EXTRATO PARA O    *
      *                   RAZAO                                        *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *  2026-10-15 JLC   PAGAMENTO SEM COMPETENCIA ACIMA DAS PARCELAS *
      *                   EM ABERTO RECUSADO SEM BAIXA; EXTRATO DO     *
      *                   RAZAO GRAVADO TAMBEM NA INTERRUPCAO POR ERRO *
      *                   NO RECVMST                                   *
      *  2026-10-15 JLC   CARIMBO DO ULTIMO DETALHE BAIXADO NA CONTA   *
      *                   (RECV-PAG-DATA/RECV-PAG-SEQ) - A REEXECUCAO  *
      *                   NAO BAIXA DE NOVO O QUE JA FOI BAIXADO       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recvpag.
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
           SELECT PAG-FILE-IN ASSIGN TO PAGTOIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FATP-FILE-IN ASSIGN TO FATPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECV-FILE-IO ASSIGN TO RECVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-MATRICULA
               FILE STATUS IS WS-RECV-STATUS.
           SELECT RPT-FILE-OUT ASSIGN TO PAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE-OUT ASSIGN TO PAGREJ
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
       FD  PAG-FILE-IN
           RECORDING MODE IS F.
       01  PAG-IN-RECORD.
           05  PAG-IN-TIPO           PIC X(01).
           05  PAG-IN-DADOS          PIC X(21).
           05  PAG-IN-HDR REDEFINES PAG-IN-DADOS.
               10  PAG-HDR-DATA      PIC 9(08).
               10  FILLER            PIC X(13).
           05  PAG-IN-DET REDEFINES PAG-IN-DADOS.
               10  PAG-IN-MATRICULA  PIC 9(06).
               10  PAG-IN-COMPET     PIC 9(06).
               10  PAG-IN-VALOR      PIC 9(05)V99.
               10  FILLER            PIC X(02).
           05  PAG-IN-TRL REDEFINES PAG-IN-DADOS.
               10  PAG-TRL-COUNT     PIC 9(06).
               10  PAG-TRL-HASH      PIC 9(07)V99.
               10  FILLER            PIC X(06).
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
           05  REJ-DADOS             PIC X(22).
           05  REJ-MOTIVO            PIC X(25).
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
      *        ENVELOPE PADRAO DO ARQUIVO DE INTERFACE (PAGTOIN)       *
      *----------------------------------------------------------------*
       77  WS-HDR-VISTO-SW           PIC X(01) VALUE 'N'.
           88  WS-HDR-VISTO              VALUE 'Y'.
       77  WS-TRL-VISTO-SW           PIC X(01) VALUE 'N'.
           88  WS-TRL-VISTO              VALUE 'Y'.
       77  WS-ENV-COUNT              PIC 9(06) VALUE ZERO.
       77  WS-ENV-HASH               PIC 9(07)V99 VALUE ZERO.
       77  WS-ENV-NAO-NUMERICOS      PIC 9(06) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CONTADORES E TOTAIS DA BAIXA                            *
      *----------------------------------------------------------------*
       77  WS-CONT-LIDOS             PIC 9(05) VALUE ZERO.
       77  WS-CONT-BAIXADOS          PIC 9(05) VALUE ZERO.
       77  WS-CONT-REJEITADOS        PIC 9(05) VALUE ZERO.
       77  WS-CONT-JA-BAIXADOS       PIC 9(05) VALUE ZERO.
       77  WS-TOT-BAIXADO            PIC 9(07)V99 VALUE ZERO.
       77  WS-VALOR-RESTANTE         PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-ABERTO           PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-APLICAR          PIC 9(05)V99 VALUE ZERO.
       77  WS-VALOR-ED               PIC ZZZZ9.99.
       77  WS-TOTAL-ED               PIC ZZZZZZ9.99.
       77  WS-MOTIVO                 PIC X(25) VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONTAS DO RAZAO DO FATPARM                              *
      *----------------------------------------------------------------*
       77  WS-CONTA-RECEBER          PIC X(06) VALUE SPACES.
       77  WS-CONTA-CAIXA            PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
      *        BUSCA DA PARCELA EM ABERTO MAIS ANTIGA                  *
      *----------------------------------------------------------------*
       77  WS-PARC-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-PARC-ANTIGA            PIC 9(02) COMP VALUE ZERO.
       77  WS-COMPET-ANTIGA          PIC 9(06) VALUE ZERO.
       01  WS-COMPET-PAGTO.
           05  WS-COMPET-PAG-ANO         PIC 9(04).
           05  WS-COMPET-PAG-MES         PIC 9(02).
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA (A      *
      *        PRIMEIRA EXECUCAO CRIA O MESTRE VAZIO)                  *
       77  WS-RECV-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RECV-OK                VALUES "00" "05".
       77  WS-RECV-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-RECV-ACHADO            VALUE 'Y'.
       77  WS-EDIT-SW                PIC X(01) VALUE 'N'.
           88  WS-REGISTRO-BOM           VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       77  WS-RUNH-ID                PIC X(10) VALUE "RECVPAG".
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** RECVPAG JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** RECVPAG JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-PARAMETROS THRU 1500-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 1600-PRESCAN-PAGTOIN THRU 1600-EXIT
           END-IF.
           IF WS-PROGRAM-RC < 8
               PERFORM 2000-APPLY-PAGAMENTOS THRU 2000-EXIT
           END-IF.
      *    O EXTRATO SAI MESMO COM RC 8: O TOTAL SO CONTEM AS BAIXAS
      *    GRAVADAS NESTA EXECUCAO; NA REEXECUCAO ELAS SAO RECONHECIDAS
      *    PELO CARIMBO DA CONTA E NAO ENTRAM DE NOVO NO TOTAL
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
      *    1500-LOAD-PARAMETROS - CONTAS DO CAIXA E DA CONTA A         *
      *    RECEBER NO FATPARM; SEM ELAS O LOTE E RECUSADO              *
      *----------------------------------------------------------------*
       1500-LOAD-PARAMETROS.
           OPEN INPUT FATP-FILE-IN.
           READ FATP-FILE-IN
               AT END
                   MOVE SPACES TO FATP-RECORD
           END-READ.
           CLOSE FATP-FILE-IN.
           MOVE FATP-CONTA-RECEBER TO WS-CONTA-RECEBER.
           MOVE FATP-CONTA-CAIXA TO WS-CONTA-CAIXA.
           IF WS-CONTA-RECEBER = SPACES OR WS-CONTA-CAIXA = SPACES
               DISPLAY "*** FATPARM SEM AS CONTAS DO RAZAO - "
                   "BAIXA RECUSADA ***"
               MOVE "FATPARM" TO WS-ERR-FIELD-NAME
               MOVE FATP-RECORD TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1600-PRESCAN-PAGTOIN - CONFERE O ENVELOPE INTEIRO (HEADER   *
      *    NA DATA DE MOVIMENTO, NADA APOS O TRAILER, CONTAGEM E SOMA  *
      *    DE CONFERENCIA) ANTES DE TOCAR NO RECVMST                   *
      *----------------------------------------------------------------*
       1600-PRESCAN-PAGTOIN.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-HDR-VISTO-SW.
           MOVE 'N' TO WS-TRL-VISTO-SW.
           MOVE ZERO TO WS-ENV-COUNT.
           MOVE ZERO TO WS-ENV-HASH.
           MOVE ZERO TO WS-ENV-NAO-NUMERICOS.
           OPEN INPUT PAG-FILE-IN.
           PERFORM 2100-READ-PAGTO THRU 2100-EXIT.
           PERFORM 1650-PRESCAN-LOOP THRU 1650-EXIT
               UNTIL WS-EOF.
           CLOSE PAG-FILE-IN.
           IF NOT WS-TRL-VISTO AND WS-PROGRAM-RC < 8
               MOVE "TRAILER AUSENTE" TO WS-ERR-BAD-VALUE
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
           EVALUATE PAG-IN-TIPO
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
                   IF PAG-IN-VALOR IS NUMERIC
                       ADD PAG-IN-VALOR TO WS-ENV-HASH
                   ELSE
                       ADD 1 TO WS-ENV-NAO-NUMERICOS
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DESCONHECIDO" TO WS-ERR-BAD-VALUE
                   PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
                   GO TO 1650-EXIT
           END-EVALUATE.
           IF NOT WS-EOF
               PERFORM 2100-READ-PAGTO THRU 2100-EXIT
           END-IF.
       1650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1660-CHECK-HEADER - A DATA DO ARQUIVO TEM QUE SER A DATA    *
      *    DO MOVIMENTO                                                *
      *----------------------------------------------------------------*
       1660-CHECK-HEADER.
           IF PAG-HDR-DATA NOT NUMERIC
                   OR PAG-HDR-DATA NOT = WS-EFFECTIVE-RUNDATE
               MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE
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
           IF PAG-TRL-COUNT NOT = WS-ENV-COUNT
               MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
               GO TO 1670-EXIT
           END-IF.
           IF PAG-TRL-HASH NOT = WS-ENV-HASH
                   AND WS-ENV-NAO-NUMERICOS = ZERO
               MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE
               PERFORM 1690-REFUSE-RUN THRU 1690-EXIT
           END-IF.
       1670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1690-REFUSE-RUN - ENVELOPE INVALIDO: REGISTRA NO INPTERR,   *
      *    ENCERRA A LEITURA E DEVOLVE RETURN-CODE 8                   *
      *----------------------------------------------------------------*
       1690-REFUSE-RUN.
           DISPLAY "*** ENVELOPE DO PAGTOIN INVALIDO - LOTE RECUSADO "
               "***".
           MOVE "PAGTOIN-ENVELOP" TO WS-ERR-FIELD-NAME.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
           MOVE 8 TO WS-PROGRAM-RC.
           MOVE 'Y' TO WS-EOF-SW.
       1690-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-APPLY-PAGAMENTOS - ENVELOPE JA CONFERIDO: BAIXA CADA   *
      *    DETALHE NO RECVMST                                          *
      *----------------------------------------------------------------*
       2000-APPLY-PAGAMENTOS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN I-O RECV-FILE-IO.
           IF NOT WS-RECV-OK
               DISPLAY "*** RECVMST NAO PUDE SER ABERTO - STATUS: "
                   WS-RECV-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT  PAG-FILE-IN
                OUTPUT RPT-FILE-OUT
                       REJECT-FILE-OUT.
           PERFORM 2050-WRITE-HEADER THRU 2050-EXIT.
           PERFORM 2100-READ-PAGTO THRU 2100-EXIT.
           PERFORM 2200-APPLY-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           PERFORM 2900-WRITE-TOTAIS THRU 2900-EXIT.
           CLOSE PAG-FILE-IN
                 RPT-FILE-OUT
                 REJECT-FILE-OUT
                 RECV-FILE-IO.
       2000-EXIT.
           EXIT.
       2050-WRITE-HEADER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "BAIXA DE PAGAMENTOS DE MENSALIDADE - DATA "
               WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           MOVE "MATRIC COMPET     VALOR  SALDO APOS A BAIXA"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2050-EXIT.
           EXIT.
       2100-READ-PAGTO.
           READ PAG-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-APPLY-LOOP.
           IF PAG-IN-TIPO NOT = 'D'
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-CONT-LIDOS.
           PERFORM 2210-EDIT-PAGTO THRU 2210-EXIT.
           IF NOT WS-REGISTRO-BOM
               PERFORM 2220-REJECT-PAGTO THRU 2220-EXIT
               GO TO 2200-NEXT
           END-IF.
           IF RECV-PAG-DATA IS NUMERIC
                   AND RECV-PAG-SEQ IS NUMERIC
                   AND RECV-PAG-DATA = WS-EFFECTIVE-RUNDATE
                   AND RECV-PAG-SEQ NOT < WS-CONT-LIDOS
               PERFORM 2230-JA-BAIXADO THRU 2230-EXIT
               GO TO 2200-NEXT
           END-IF.
           IF PAG-IN-COMPET = ZERO
               PERFORM 2400-BAIXA-ANTIGAS THRU 2400-EXIT
           ELSE
               PERFORM 2300-BAIXA-COMPET THRU 2300-EXIT
           END-IF.
           IF NOT WS-REGISTRO-BOM
               PERFORM 2220-REJECT-PAGTO THRU 2220-EXIT
               GO TO 2200-NEXT
           END-IF.
           PERFORM 2500-REGRAVA-RECV THRU 2500-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-PAGTO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2210-EDIT-PAGTO - CAMPOS NUMERICOS E CONTA DO ALUNO         *
      *----------------------------------------------------------------*
       2210-EDIT-PAGTO.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE SPACES TO WS-MOTIVO.
           IF PAG-IN-MATRICULA NOT NUMERIC
                   OR PAG-IN-COMPET NOT NUMERIC
                   OR PAG-IN-VALOR NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SW
               MOVE "CAMPO NAO NUMERICO" TO WS-MOTIVO
               MOVE "PAG-IN-DET" TO WS-ERR-FIELD-NAME
               MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE
               GO TO 2210-EXIT
           END-IF.
           IF PAG-IN-VALOR = ZERO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "VALOR ZERADO" TO WS-MOTIVO
               MOVE "PAG-IN-VALOR" TO WS-ERR-FIELD-NAME
               MOVE PAG-IN-MATRICULA TO WS-ERR-BAD-VALUE
               GO TO 2210-EXIT
           END-IF.
           MOVE 'N' TO WS-RECV-FOUND-SW.
           MOVE PAG-IN-MATRICULA TO RECV-MATRICULA.
           READ RECV-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECV-FOUND-SW
           END-READ.
           IF NOT WS-RECV-ACHADO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "MATRICULA SEM COBRANCA" TO WS-MOTIVO
               MOVE "PAG-IN-MATRIC" TO WS-ERR-FIELD-NAME
               MOVE PAG-IN-MATRICULA TO WS-ERR-BAD-VALUE
           END-IF.
       2210-EXIT.
           EXIT.
       2220-REJECT-PAGTO.
           ADD 1 TO WS-CONT-REJEITADOS.
           MOVE SPACES TO REJ-OUT-RECORD.
           MOVE PAG-IN-RECORD TO REJ-DADOS.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           WRITE REJ-OUT-RECORD.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2230-JA-BAIXADO - DETALHE COM SEQUENCIA ATE A DO CARIMBO DA *
      *    CONTA PARA A MESMA DATA JA FOI TRATADO NA EXECUCAO          *
      *    INTERROMPIDA: SO VAI PARA O RELATORIO                       *
      *----------------------------------------------------------------*
       2230-JA-BAIXADO.
           ADD 1 TO WS-CONT-JA-BAIXADOS.
           MOVE PAG-IN-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING PAG-IN-MATRICULA " " PAG-IN-COMPET " "
               WS-VALOR-ED " JA PROCESSADO ANTES"
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-BAIXA-COMPET - PAGAMENTO DE UMA PARCELA DETERMINADA:   *
      *    A PARCELA TEM QUE EXISTIR, ESTAR EM ABERTO E COMPORTAR O    *
      *    VALOR                                                       *
      *----------------------------------------------------------------*
       2300-BAIXA-COMPET.
           MOVE PAG-IN-COMPET TO WS-COMPET-PAGTO.
           MOVE WS-COMPET-PAG-MES TO WS-PARC-SUB.
           IF WS-PARC-SUB < 1 OR WS-PARC-SUB > 12
               MOVE 'N' TO WS-EDIT-SW
               MOVE "PARCELA NAO ENCONTRADA" TO WS-MOTIVO
               GO TO 2300-ERRO
           END-IF.
           IF RECV-PARC-COMPET (WS-PARC-SUB) NOT = PAG-IN-COMPET
               MOVE 'N' TO WS-EDIT-SW
               MOVE "PARCELA NAO ENCONTRADA" TO WS-MOTIVO
               GO TO 2300-ERRO
           END-IF.
           IF RECV-PARC-PAGO (WS-PARC-SUB)
                   NOT < RECV-PARC-VALOR (WS-PARC-SUB)
               MOVE 'N' TO WS-EDIT-SW
               MOVE "PARCELA JA QUITADA" TO WS-MOTIVO
               GO TO 2300-ERRO
           END-IF.
           COMPUTE WS-VALOR-ABERTO = RECV-PARC-VALOR (WS-PARC-SUB)
               - RECV-PARC-PAGO (WS-PARC-SUB).
           IF PAG-IN-VALOR > WS-VALOR-ABERTO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "VALOR ACIMA DA PARCELA" TO WS-MOTIVO
               GO TO 2300-ERRO
           END-IF.
           ADD PAG-IN-VALOR TO RECV-PARC-PAGO (WS-PARC-SUB).
           GO TO 2300-EXIT.
       2300-ERRO.
           MOVE "PAG-IN-COMPET" TO WS-ERR-FIELD-NAME.
           MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-BAIXA-ANTIGAS - PAGAMENTO SEM COMPETENCIA: BAIXA NAS   *
      *    PARCELAS EM ABERTO DA MAIS ANTIGA PARA A MAIS NOVA, ATE O   *
      *    LIMITE DO SALDO DEVEDOR. SE AS PARCELAS EM ABERTO NAO       *
      *    COMPORTAM O VALOR INTEIRO O PAGAMENTO E RECUSADO SEM BAIXA, *
      *    PARA O SALDO NAO FICAR DIFERENTE DA SOMA DAS PARCELAS       *
      *----------------------------------------------------------------*
       2400-BAIXA-ANTIGAS.
           IF RECV-SALDO NOT > ZERO
                   OR PAG-IN-VALOR > RECV-SALDO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "VALOR ACIMA DO SALDO" TO WS-MOTIVO
               MOVE "PAG-IN-VALOR" TO WS-ERR-FIELD-NAME
               MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE
               GO TO 2400-EXIT
           END-IF.
           MOVE PAG-IN-VALOR TO WS-VALOR-RESTANTE.
           MOVE 1 TO WS-PARC-ANTIGA.
           PERFORM 2410-BAIXA-PARCELA THRU 2410-EXIT
               UNTIL WS-VALOR-RESTANTE = ZERO
                  OR WS-PARC-ANTIGA = ZERO.
           IF WS-VALOR-RESTANTE > ZERO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "VALOR ACIMA DAS PARCELAS" TO WS-MOTIVO
               MOVE "PAG-IN-VALOR" TO WS-ERR-FIELD-NAME
               MOVE PAG-IN-DADOS TO WS-ERR-BAD-VALUE
           END-IF.
       2400-EXIT.
           EXIT.
       2410-BAIXA-PARCELA.
           MOVE ZERO TO WS-PARC-ANTIGA.
           MOVE 999999 TO WS-COMPET-ANTIGA.
           PERFORM 2420-PROCURA-ANTIGA THRU 2420-EXIT
               VARYING WS-PARC-SUB FROM 1 BY 1
               UNTIL WS-PARC-SUB > 12.
           IF WS-PARC-ANTIGA = ZERO
               GO TO 2410-EXIT
           END-IF.
           COMPUTE WS-VALOR-ABERTO = RECV-PARC-VALOR (WS-PARC-ANTIGA)
               - RECV-PARC-PAGO (WS-PARC-ANTIGA).
           IF WS-VALOR-RESTANTE < WS-VALOR-ABERTO
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-APLICAR
           ELSE
               MOVE WS-VALOR-ABERTO TO WS-VALOR-APLICAR
           END-IF.
           ADD WS-VALOR-APLICAR TO RECV-PARC-PAGO (WS-PARC-ANTIGA).
           SUBTRACT WS-VALOR-APLICAR FROM WS-VALOR-RESTANTE.
       2410-EXIT.
           EXIT.
       2420-PROCURA-ANTIGA.
           IF RECV-PARC-PAGO (WS-PARC-SUB)
                   < RECV-PARC-VALOR (WS-PARC-SUB)
                   AND RECV-PARC-COMPET (WS-PARC-SUB)
                       < WS-COMPET-ANTIGA
               MOVE WS-PARC-SUB TO WS-PARC-ANTIGA
               MOVE RECV-PARC-COMPET (WS-PARC-SUB) TO WS-COMPET-ANTIGA
           END-IF.
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-REGRAVA-RECV - ATUALIZA SALDO E TOTAIS DO ALUNO E      *
      *    REGRAVA O MESTRE                                            *
      *----------------------------------------------------------------*
       2500-REGRAVA-RECV.
           SUBTRACT PAG-IN-VALOR FROM RECV-SALDO.
           ADD PAG-IN-VALOR TO RECV-TOT-PAGO.
           MOVE WS-EFFECTIVE-RUNDATE TO RECV-ULT-PAGTO.
           MOVE WS-EFFECTIVE-RUNDATE TO RECV-PAG-DATA.
           MOVE WS-CONT-LIDOS TO RECV-PAG-SEQ.
           REWRITE RECV-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO AO REGRAVAR RECVMST - "
                       "STATUS: " WS-RECV-STATUS
                   MOVE 8 TO WS-PROGRAM-RC
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2500-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-BAIXADOS.
           ADD PAG-IN-VALOR TO WS-TOT-BAIXADO.
           MOVE PAG-IN-VALOR TO WS-VALOR-ED.
           MOVE RECV-SALDO TO WS-TOTAL-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING PAG-IN-MATRICULA " " PAG-IN-COMPET " "
               WS-VALOR-ED " " WS-TOTAL-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2500-EXIT.
           EXIT.
       2900-WRITE-TOTAIS.
           MOVE WS-TOT-BAIXADO TO WS-TOTAL-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAL BAIXADO: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "LIDOS: " WS-CONT-LIDOS
               " BAIXADOS: " WS-CONT-BAIXADOS
               " REJEITADOS: " WS-CONT-REJEITADOS
               " JA PROCESSADOS: " WS-CONT-JA-BAIXADOS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           IF WS-PROGRAM-RC >= 8
               MOVE SPACES TO RPT-OUT-RECORD
               MOVE "*** BAIXA INTERROMPIDA - VER CONSOLE ***"
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
           MOVE "RECVPAG" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "LIDOS: " WS-CONT-LIDOS
               " BAIXADOS: " WS-CONT-BAIXADOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           MOVE WS-TOT-BAIXADO TO WS-TOTAL-ED.
           STRING "TOTAL: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8060-WRITE-GL-EXTRACT - TOTAL BAIXADO PARA O RAZAO: DEBITO  *
      *    NO CAIXA E CREDITO NA CONTA A RECEBER. NUMA INTERRUPCAO     *
      *    LEVA O QUE JA FOI BAIXADO NO RECVMST                        *
      *----------------------------------------------------------------*
       8060-WRITE-GL-EXTRACT.
           IF WS-TOT-BAIXADO = ZERO
               GO TO 8060-EXIT
           END-IF.
           OPEN EXTEND GL-FILE-OUT.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-CONTA-CAIXA TO GL-ACCOUNT-CODE.
           MOVE 'D' TO GL-DC.
           MOVE WS-TOT-BAIXADO TO GL-AMOUNT.
           MOVE WS-EFFECTIVE-RUNDATE TO GL-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-CONTA-RECEBER TO GL-ACCOUNT-CODE.
           MOVE 'C' TO GL-DC.
           MOVE WS-TOT-BAIXADO TO GL-AMOUNT.
           MOVE WS-EFFECTIVE-RUNDATE TO GL-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-FILE-OUT.
       8060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA PAGAMENTO RECUSADO EM INPTERR  *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "RECVPAG" TO ERROR-PROGRAM-ID.
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
           DISPLAY "RECVPAG - LIDOS: " WS-CONT-LIDOS
               " BAIXADOS: " WS-CONT-BAIXADOS
               " REJEITADOS: " WS-CONT-REJEITADOS
               " JA PROCESSADOS: " WS-CONT-JA-BAIXADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM recvpag.
