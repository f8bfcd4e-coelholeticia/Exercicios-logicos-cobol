      *CONTROLE DOS ITENS EM SUSPENSO DO RAZAO. ABRE NO MESTRE SUSPMST
      *UM ITEM PARA CADA REJEITADO DO DIA QUE O GLEDIT TRANSMITIU NA
      *CONTA TRANSITORIA (GLREJ COM REJ-SUSPENSO = S), CHAVEADO PELA
      *DATA DE MOVIMENTO E PELA SEQUENCIA DO REJEITADO NO GLREJ; ITEM
      *JA REGISTRADO NAO E GRAVADO DE NOVO. DEPOIS IMPRIME EM SUSPRPT
      *O ENVELHECIMENTO DOS ITENS AINDA ABERTOS, POR DATA DE
      *MOVIMENTO, COM A IDADE EM DIAS UTEIS DO CALENDARIO (PROCCAL)
      *E AS FAIXAS ATE 5, DE 6 A 20, DE 21 A 60 E MAIS DE 60 DIAS,
      *SUBTOTAL POR DATA E TOTAL GERAL. O SALDO LIQUIDO DOS ITENS
      *ABERTOS (DEBITOS MENOS CREDITOS) E PROVADO CONTRA O SALDO DA
      *CONTA TRANSITORIA NO GLMAST; DIFERENCA ENCERRA COM RC 4.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - REGISTRO DOS ITENS EM     *
      *                   SUSPENSO E RELATORIO DE ENVELHECIMENTO COM   *
      *                   PROVA CONTRA O GLMAST                        *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glsusp.
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
           SELECT OPTIONAL REJ-FILE-IN ASSIGN TO GLREJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COA-FILE-IN ASSIGN TO COACCTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE-IO ASSIGN TO SUSPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL GLMAST-FILE-IN ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-ACCOUNT-CODE
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT OPTIONAL CAL-FILE-IN ASSIGN TO PROCCAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO SUSPRPT
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
       FD  REJ-FILE-IN
           RECORDING MODE IS F.
       01  REJ-IN-RECORD.
           05  REJ-DADOS             PIC X(24).
           05  REJ-GL REDEFINES REJ-DADOS.
               10  REJ-CONTA         PIC X(06).
               10  REJ-DC            PIC X(01).
               10  REJ-VALOR         PIC 9(07)V99.
               10  REJ-DATA          PIC 9(08).
           05  REJ-MOTIVO            PIC X(25).
           05  REJ-SUSPENSO          PIC X(01).
       FD  COA-FILE-IN
           RECORDING MODE IS F.
       01  COA-IN-RECORD.
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
       FD  SUSP-FILE-IO.
           COPY SUSPREC.
       FD  GLMAST-FILE-IN.
           COPY GLMREC.
       FD  CAL-FILE-IN
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATA              PIC 9(08).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
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
      *        DIAS UTEIS DO CALENDARIO ATE A DATA DE NEGOCIO          *
      *----------------------------------------------------------------*
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATA           PIC 9(08).
       77  WS-CAL-COUNT               PIC 9(04) VALUE ZERO.
      *----------------------------------------------------------------*
      *        FAIXAS DE IDADE DO ENVELHECIMENTO (DIAS UTEIS)          *
      *----------------------------------------------------------------*
       01  WS-FAIXA-TABLE.
           05  WS-FAIXA-ENTRY OCCURS 4 TIMES INDEXED BY WS-FX-IDX.
               10  WS-FAIXA-QTDE         PIC 9(05).
               10  WS-FAIXA-SOMA         PIC 9(11)V99.
       01  WS-FAIXA-NOMES-DADOS.
           05  FILLER                 PIC X(12) VALUE "ATE 5 DIAS".
           05  FILLER                 PIC X(12) VALUE "6 A 20 DIAS".
           05  FILLER                 PIC X(12) VALUE "21 A 60 DIAS".
           05  FILLER                 PIC X(12) VALUE "MAIS DE 60".
       01  WS-FAIXA-NOMES REDEFINES WS-FAIXA-NOMES-DADOS.
           05  WS-FAIXA-NOME OCCURS 4 TIMES PIC X(12).
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA         *
       77  WS-SUSP-STATUS             PIC X(02) VALUE SPACES.
           88  WS-SUSP-OK                 VALUES "00" "05".
       77  WS-GLMAST-STATUS           PIC X(02) VALUE SPACES.
           88  WS-GLMAST-OK               VALUES "00" "05".
       77  WS-CONTA-SUSPENSO          PIC X(06) VALUE SPACES.
       77  WS-SEQ                     PIC 9(04) VALUE ZERO.
       77  WS-CONT-NOVOS              PIC 9(05) VALUE ZERO.
       77  WS-CONT-JA-REGISTRADOS     PIC 9(05) VALUE ZERO.
       77  WS-CONT-ABERTOS            PIC 9(05) VALUE ZERO.
       77  WS-DATA-ATUAL              PIC 9(08) VALUE ZERO.
       77  WS-DATA-QTDE               PIC 9(05) VALUE ZERO.
       77  WS-DATA-DEB                PIC 9(11)V99 VALUE ZERO.
       77  WS-DATA-CRED               PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-DEB                 PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-CRED                PIC 9(11)V99 VALUE ZERO.
       77  WS-SALDO-ITENS             PIC S9(11)V99 VALUE ZERO.
       77  WS-SALDO-RAZAO             PIC S9(11)V99 VALUE ZERO.
       77  WS-IDADE                   PIC 9(04) VALUE ZERO.
       77  WS-FAIXA                   PIC 9(01) VALUE ZERO.
       77  WS-VALOR-ED                PIC ZZZZZZ9.99.
       77  WS-SOMA-ED                 PIC ZZZZZZZZZZ9.99.
       77  WS-DEB-ED                  PIC ZZZZZZZZZZ9.99.
       77  WS-CRED-ED                 PIC ZZZZZZZZZZ9.99.
       77  WS-SALDO-ED                PIC -ZZZZZZZZZZ9.99.
       77  WS-IDADE-ED                PIC ZZZ9.
       77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME          PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE           PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE       PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC              PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW              PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                 VALUE 'Y'.
       77  WS-RETOMADA-SW             PIC X(01) VALUE 'N'.
           88  WS-RETOMADA                VALUE 'Y'.
       77  WS-PROVA-SW                PIC X(01) VALUE 'N'.
           88  WS-EM-PROVA                VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** GLSUSP JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** GLSUSP JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-REGISTRA-ITENS THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-LOAD-CALENDARIO THRU 3000-EXIT
               PERFORM 4000-WRITE-AGING THRU 4000-EXIT
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E A CONTA           *
      *                      TRANSITORIA DO PLANO DE CONTAS            *
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
           END-IF.
           PERFORM 1100-LOAD-COA THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-COA.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT COA-FILE-IN.
           PERFORM 1150-READ-COA THRU 1150-EXIT.
           PERFORM 1200-CHECK-COA-ENTRY THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE COA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1100-EXIT.
           EXIT.
       1150-READ-COA.
           READ COA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1150-EXIT.
           EXIT.
       1200-CHECK-COA-ENTRY.
           IF COA-ATIVO NOT = 'N' AND COA-NATUREZA = 'T'
               MOVE COA-ACCOUNT-CODE TO WS-CONTA-SUSPENSO
           END-IF.
           PERFORM 1150-READ-COA THRU 1150-EXIT.
       1200-EXIT.
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
           MOVE 'N' TO WS-EOF-SW.
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
           IF RUNH-PROGRAM-ID = "GLSUSP"
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
      *    2000-REGISTRA-ITENS - ABRE NO SUSPMST OS REJEITADOS DO DIA  *
      *    TRANSMITIDOS NO SUSPENSO, NA ORDEM DO GLREJ                 *
      *----------------------------------------------------------------*
       2000-REGISTRA-ITENS.
           OPEN I-O SUSP-FILE-IO.
           IF NOT WS-SUSP-OK
               DISPLAY "*** SUSPMST NAO PUDE SER ABERTO - STATUS: "
                   WS-SUSP-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-SEQ.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REJ-FILE-IN.
           PERFORM 2100-READ-REJ THRU 2100-EXIT.
           PERFORM 2200-REGISTRA-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE REJ-FILE-IN
                 SUSP-FILE-IO.
           MOVE 'N' TO WS-EOF-SW.
       2000-EXIT.
           EXIT.
       2100-READ-REJ.
           READ REJ-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-REGISTRA-LOOP.
           IF REJ-SUSPENSO NOT = 'S'
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-SEQ.
           MOVE SPACES TO SUS-RECORD.
           MOVE WS-EFFECTIVE-RUNDATE TO SUS-DATA-MOV.
           MOVE WS-SEQ TO SUS-SEQ.
           MOVE REJ-CONTA TO SUS-CONTA-ORIG.
           MOVE REJ-DC TO SUS-DC.
           MOVE REJ-VALOR TO SUS-VALOR.
           MOVE REJ-MOTIVO TO SUS-MOTIVO.
           MOVE 'A' TO SUS-SITUACAO.
           MOVE ZERO TO SUS-DATA-BAIXA.
           MOVE WS-OPERATOR-ID TO SUS-OPERADOR.
           WRITE SUS-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONT-JA-REGISTRADOS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-NOVOS
           END-WRITE.
       2200-NEXT.
           PERFORM 2100-READ-REJ THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LOAD-CALENDARIO - DATAS HABEIS DO PROCCAL ATE A DATA   *
      *    DE NEGOCIO, PARA A IDADE DOS ITENS EM DIAS UTEIS            *
      *----------------------------------------------------------------*
       3000-LOAD-CALENDARIO.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CAL-FILE-IN.
           PERFORM 3100-READ-CAL THRU 3100-EXIT.
           PERFORM 3200-LOAD-CAL-ENTRY THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE CAL-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       3000-EXIT.
           EXIT.
       3100-READ-CAL.
           READ CAL-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.
       3200-LOAD-CAL-ENTRY.
           IF CAL-DATA IS NUMERIC
                   AND CAL-DATA NOT > WS-EFFECTIVE-RUNDATE
               IF WS-CAL-COUNT < 2000
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATA TO WS-CAL-DATA (WS-CAL-COUNT)
               ELSE
                   DISPLAY "*** PROCCAL COM MAIS DE 2000 DATAS - "
                       CAL-DATA " IGNORADA ***"
               END-IF
           END-IF.
           PERFORM 3100-READ-CAL THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-AGING - ITENS ABERTOS EM ORDEM DE DATA DE        *
      *    MOVIMENTO, SUBTOTAL POR DATA, FAIXAS DE IDADE E PROVA       *
      *    CONTRA O SALDO DA CONTA TRANSITORIA NO GLMAST               *
      *----------------------------------------------------------------*
       4000-WRITE-AGING.
           PERFORM 4050-ZERA-FAIXA THRU 4050-EXIT
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > 4.
           OPEN OUTPUT RPT-FILE-OUT.
           PERFORM 4100-WRITE-HEADER THRU 4100-EXIT.
           MOVE ZERO TO WS-DATA-ATUAL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUSP-FILE-IO.
           IF NOT WS-SUSP-OK
               DISPLAY "*** SUSPMST NAO PUDE SER REABERTO - STATUS: "
                   WS-SUSP-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               CLOSE RPT-FILE-OUT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-READ-SUSP THRU 4200-EXIT.
           PERFORM 4300-ITEM-LOOP THRU 4300-EXIT
               UNTIL WS-EOF.
           CLOSE SUSP-FILE-IO.
           IF WS-DATA-ATUAL NOT = ZERO
               PERFORM 4500-WRITE-SUBTOTAL THRU 4500-EXIT
           END-IF.
           PERFORM 4600-WRITE-FAIXAS THRU 4600-EXIT.
           PERFORM 4700-PROVA-RAZAO THRU 4700-EXIT.
           CLOSE RPT-FILE-OUT.
           DISPLAY "GLSUSP ENCERRADO - NOVOS: " WS-CONT-NOVOS
               " ABERTOS: " WS-CONT-ABERTOS.
       4000-EXIT.
           EXIT.
       4050-ZERA-FAIXA.
           MOVE ZERO TO WS-FAIXA-QTDE (WS-FX-IDX).
           MOVE ZERO TO WS-FAIXA-SOMA (WS-FX-IDX).
       4050-EXIT.
           EXIT.
       4100-WRITE-HEADER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ENVELHECIMENTO DOS ITENS EM SUSPENSO DO RAZAO - "
               "DATA: " WS-EFFECTIVE-RUNDATE
               " CONTA TRANSITORIA: " WS-CONTA-SUSPENSO
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ITENS REGISTRADOS HOJE: " WS-CONT-NOVOS
               " JA REGISTRADOS: " WS-CONT-JA-REGISTRADOS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "DATA MOV SEQ  ORIGEM D/C      VALOR IDADE FAIXA"
               TO RPT-OUT-RECORD.
           MOVE "MOTIVO" TO RPT-OUT-RECORD (62:6).
           WRITE RPT-OUT-RECORD.
       4100-EXIT.
           EXIT.
       4200-READ-SUSP.
           READ SUSP-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       4200-EXIT.
           EXIT.
       4300-ITEM-LOOP.
           IF NOT SUS-ABERTO
               GO TO 4300-NEXT
           END-IF.
           IF SUS-DATA-MOV NOT = WS-DATA-ATUAL
               IF WS-DATA-ATUAL NOT = ZERO
                   PERFORM 4500-WRITE-SUBTOTAL THRU 4500-EXIT
               END-IF
               MOVE SUS-DATA-MOV TO WS-DATA-ATUAL
               MOVE ZERO TO WS-DATA-QTDE
               MOVE ZERO TO WS-DATA-DEB
               MOVE ZERO TO WS-DATA-CRED
           END-IF.
           PERFORM 4400-CALC-IDADE THRU 4400-EXIT.
           ADD 1 TO WS-CONT-ABERTOS.
           ADD 1 TO WS-DATA-QTDE.
           IF SUS-DC = 'D'
               ADD SUS-VALOR TO WS-DATA-DEB
               ADD SUS-VALOR TO WS-TOT-DEB
           ELSE
               ADD SUS-VALOR TO WS-DATA-CRED
               ADD SUS-VALOR TO WS-TOT-CRED
           END-IF.
           ADD 1 TO WS-FAIXA-QTDE (WS-FAIXA).
           ADD SUS-VALOR TO WS-FAIXA-SOMA (WS-FAIXA).
           MOVE SUS-VALOR TO WS-VALOR-ED.
           MOVE WS-IDADE TO WS-IDADE-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING SUS-DATA-MOV " " SUS-SEQ " " SUS-CONTA-ORIG
               "  " SUS-DC "  " WS-VALOR-ED "  " WS-IDADE-ED
               " " WS-FAIXA-NOME (WS-FAIXA)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           MOVE SUS-MOTIVO TO RPT-OUT-RECORD (62:25).
           WRITE RPT-OUT-RECORD.
       4300-NEXT.
           PERFORM 4200-READ-SUSP THRU 4200-EXIT.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4400-CALC-IDADE - DIAS UTEIS DO PROCCAL DEPOIS DA DATA DE   *
      *    MOVIMENTO ATE A DATA DE NEGOCIO, E A FAIXA CORRESPONDENTE   *
      *----------------------------------------------------------------*
       4400-CALC-IDADE.
           MOVE ZERO TO WS-IDADE.
           PERFORM 4410-CONTA-DIA THRU 4410-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           EVALUATE TRUE
               WHEN WS-IDADE NOT > 5
                   MOVE 1 TO WS-FAIXA
               WHEN WS-IDADE NOT > 20
                   MOVE 2 TO WS-FAIXA
               WHEN WS-IDADE NOT > 60
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE.
       4400-EXIT.
           EXIT.
       4410-CONTA-DIA.
           IF WS-CAL-DATA (WS-CAL-IDX) > SUS-DATA-MOV
                   AND WS-IDADE < 9999
               ADD 1 TO WS-IDADE
           END-IF.
       4410-EXIT.
           EXIT.
       4500-WRITE-SUBTOTAL.
           MOVE WS-DATA-DEB TO WS-DEB-ED.
           MOVE WS-DATA-CRED TO WS-CRED-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  SUBTOTAL " WS-DATA-ATUAL
               " ITENS: " WS-DATA-QTDE
               " DEBITOS: " WS-DEB-ED
               " CREDITOS: " WS-CRED-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4500-EXIT.
           EXIT.
       4600-WRITE-FAIXAS.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "RESUMO POR FAIXA DE IDADE (DIAS UTEIS)"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 4650-WRITE-FAIXA-LINE THRU 4650-EXIT
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > 4.
           MOVE WS-TOT-DEB TO WS-DEB-ED.
           MOVE WS-TOT-CRED TO WS-CRED-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TOTAL ABERTO - ITENS: " WS-CONT-ABERTOS
               " DEBITOS: " WS-DEB-ED
               " CREDITOS: " WS-CRED-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4600-EXIT.
           EXIT.
       4650-WRITE-FAIXA-LINE.
           MOVE WS-FAIXA-SOMA (WS-FX-IDX) TO WS-SOMA-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " WS-FAIXA-NOME (WS-FX-IDX)
               " ITENS: " WS-FAIXA-QTDE (WS-FX-IDX)
               " VALOR: " WS-SOMA-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       4650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4700-PROVA-RAZAO - DEBITOS MENOS CREDITOS DOS ITENS         *
      *    ABERTOS TEM QUE SER O SALDO DA CONTA TRANSITORIA NO GLMAST  *
      *----------------------------------------------------------------*
       4700-PROVA-RAZAO.
           COMPUTE WS-SALDO-ITENS = WS-TOT-DEB - WS-TOT-CRED.
           MOVE ZERO TO WS-SALDO-RAZAO.
           IF WS-CONTA-SUSPENSO NOT = SPACES
               OPEN INPUT GLMAST-FILE-IN
               IF WS-GLMAST-OK
                   MOVE WS-CONTA-SUSPENSO TO GLM-ACCOUNT-CODE
                   READ GLMAST-FILE-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GLM-SALDO TO WS-SALDO-RAZAO
                   END-READ
                   CLOSE GLMAST-FILE-IN
               END-IF
           END-IF.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-SALDO-ITENS TO WS-SALDO-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "SALDO DOS ITENS ABERTOS: " WS-SALDO-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-SALDO-RAZAO TO WS-SALDO-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "SALDO DA CONTA TRANSITORIA NO GLMAST: " WS-SALDO-ED
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-SALDO-ITENS = WS-SALDO-RAZAO
               MOVE 'Y' TO WS-PROVA-SW
               MOVE "PROVA: ITENS ABERTOS = SALDO DO SUSPENSO - OK"
                   TO RPT-OUT-RECORD
           ELSE
               MOVE "PROVA: *** ITENS ABERTOS <> SALDO DO SUSPENSO"
                   TO RPT-OUT-RECORD
               MOVE "SALDO-SUSPENSO" TO WS-ERR-FIELD-NAME
               MOVE "FORA DE PROVA" TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-IF.
           WRITE RPT-OUT-RECORD.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "GLSUSP" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "NOVOS: " WS-CONT-NOVOS
               " ABERTOS: " WS-CONT-ABERTOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           EVALUATE TRUE
               WHEN WS-PROGRAM-RC >= 8
                   MOVE "SUSPENSO RECUSADO" TO AUDIT-RESULT
               WHEN WS-EM-PROVA
                   MOVE "SUSPENSO EM PROVA" TO AUDIT-RESULT
               WHEN OTHER
                   MOVE "SUSPENSO FORA PROVA" TO AUDIT-RESULT
           END-EVALUATE.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - GRAVA ENTRADA INVALIDA EM INPTERR    *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "GLSUSP" TO ERROR-PROGRAM-ID.
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
           MOVE "GLSUSP" TO RUNH-PROGRAM-ID.
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
           CONTINUE.
       9999-EXIT.
           EXIT.
       END PROGRAM glsusp.
