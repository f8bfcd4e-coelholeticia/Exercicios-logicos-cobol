      *RELATORIO MENSAL DO ORCADO X REALIZADO DO RAZAO. RODA NO
      *MONTHEND DEPOIS DO GLCLOSE, LENDO A FOTOGRAFIA DO MES FECHADO
      *(GLFECH) QUE O GLCLOSE GRAVA ANTES DE ZERAR OS ACUMULADORES DO
      *MES. PARA CADA CONTA MOSTRA O REALIZADO DO MES (DEBITOS MENOS
      *CREDITOS) CONTRA O ORCADO DO MES NO BUDMAST, O REALIZADO DO ANO
      *(YTD) CONTRA A SOMA DO ORCADO DE JANEIRO ATE O MES FECHADO, E A
      *VARIACAO EM VALOR E EM PERCENTUAL SOBRE O ORCADO. NO FIM, OS
      *MESMOS TOTAIS POR GRUPO DO PLANO DE CONTAS (COA-GRUPO DO
      *COACCTS). A VARIACAO ACIMA DA TOLERANCIA PERCENTUAL DO BUDPARM,
      *NO MES OU NO ANO, E MARCADA; CONTA COM MOVIMENTO E SEM ORCADO
      *TAMBEM. SEM BUDPARM VALIDO A TOLERANCIA PADRAO DE 10 POR CENTO
      *E USADA E O PROGRAMA ENCERRA COM RC 4. GLFECH VAZIO (GLCLOSE NAO
      *RODOU) ENCERRA COM RC 8.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - ORCADO X REALIZADO DO MES *
      *                   E DO ANO POR CONTA E POR GRUPO DO PLANO      *
      *  2026-10-15 JLC   LAYOUT DO COACCTS SINCRONIZADO COM O COAMNT  *
      *                   (CAMPO COA-NATUREZA DA CONTA)                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budrpt.
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
           SELECT OPTIONAL GLF-FILE-IN ASSIGN TO GLFECH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUD-FILE-IN ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-CHAVE
               FILE STATUS IS WS-BUD-STATUS.
           SELECT OPTIONAL COA-FILE-IN ASSIGN TO COACCTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDP-FILE-IN ASSIGN TO BUDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO BUDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ERROR-FILE-OUT ASSIGN TO INPTERR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLF-FILE-IN
           RECORDING MODE IS F.
           COPY GLFCREC.
       FD  BUD-FILE-IN.
           COPY BUDREC.
       FD  COA-FILE-IN
           RECORDING MODE IS F.
       01  COA-IN-RECORD.
           05  COA-ACCOUNT-CODE      PIC X(06).
           05  COA-DESCRICAO         PIC X(30).
           05  COA-ATIVO             PIC X(01).
           05  COA-GRUPO             PIC X(04).
           05  COA-NATUREZA          PIC X(01).
       FD  BUDP-FILE-IN
           RECORDING MODE IS F.
       01  BUDP-RECORD.
           05  BUDP-TOLERANCIA       PIC 9(03)V99.
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(132).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  ERROR-FILE-OUT
           RECORDING MODE IS F.
           COPY ERRREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        GRUPO DE CADA CONTA DO PLANO CARREGADO EM TABELA        *
      *----------------------------------------------------------------*
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 50 TIMES INDEXED BY WS-COA-IDX.
               10  WS-COA-CODE           PIC X(06).
               10  WS-COA-GRUPO          PIC X(04).
       77  WS-COA-COUNT               PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------*
      *        TOTAIS POR GRUPO DO PLANO DE CONTAS                     *
      *----------------------------------------------------------------*
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES INDEXED BY WS-GRP-IDX.
               10  WS-GRP-CODIGO         PIC X(04).
               10  WS-GRP-CONTAS         PIC 9(03).
               10  WS-GRP-MES-REAL       PIC S9(13)V99.
               10  WS-GRP-MES-ORC        PIC S9(13)V99.
               10  WS-GRP-ANO-REAL       PIC S9(13)V99.
               10  WS-GRP-ANO-ORC        PIC S9(13)V99.
       77  WS-GRP-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-GRUPO-CONTA            PIC X(04) VALUE SPACES.
      *----------------------------------------------------------------*
      *        MES FECHADO E VALORES DA CONTA CORRENTE                 *
      *----------------------------------------------------------------*
       01  WS-PERIODO.
           05  WS-PER-ANO                PIC 9(04) VALUE ZERO.
           05  WS-PER-MES                PIC 9(02) VALUE ZERO.
       01  WS-PERIODO-N REDEFINES WS-PERIODO
                                     PIC 9(06).
       77  WS-MES-REAL               PIC S9(13)V99 VALUE ZERO.
       77  WS-MES-ORC                PIC S9(13)V99 VALUE ZERO.
       77  WS-ANO-REAL               PIC S9(13)V99 VALUE ZERO.
       77  WS-ANO-ORC                PIC S9(13)V99 VALUE ZERO.
      *----------------------------------------------------------------*
      *        CALCULO DA VARIACAO (ENTRADA REAL E ORCADO, SAIDA       *
      *        VARIACAO, PERCENTUAL E MARCA)                           *
      *----------------------------------------------------------------*
       77  WS-CALC-REAL              PIC S9(13)V99 VALUE ZERO.
       77  WS-CALC-ORC               PIC S9(13)V99 VALUE ZERO.
       77  WS-CALC-VAR               PIC S9(13)V99 VALUE ZERO.
       77  WS-CALC-BASE              PIC S9(13)V99 VALUE ZERO.
       77  WS-CALC-PCT               PIC S9(05)V99 VALUE ZERO.
       77  WS-CALC-PCT-ABS           PIC 9(05)V99 VALUE ZERO.
       77  WS-CALC-MARCA             PIC X(16) VALUE SPACES.
       77  WS-TOLERANCIA             PIC 9(03)V99 VALUE 10.00.
       77  WS-LINHA-LABEL            PIC X(06) VALUE SPACES.
       77  WS-REAL-ED                PIC -ZZZZZZZZZZZZ9.99.
       77  WS-ORC-ED                 PIC -ZZZZZZZZZZZZ9.99.
       77  WS-VAR-ED                 PIC -ZZZZZZZZZZZZ9.99.
       77  WS-PCT-ED                 PIC -ZZZZ9.99.
       77  WS-PCT-TXT                PIC X(09) VALUE SPACES.
       77  WS-TOL-ED                 PIC ZZ9.99.
      *----------------------------------------------------------------*
      *        CONTADORES                                              *
      *----------------------------------------------------------------*
       77  WS-CONT-CONTAS            PIC 9(05) VALUE ZERO.
       77  WS-CONT-MARCADAS          PIC 9(05) VALUE ZERO.
       77  WS-CONTA-MARCADA-SW       PIC X(01) VALUE 'N'.
           88  WS-CONTA-MARCADA          VALUE 'Y'.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-BUD-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-BUD-EOF                VALUE 'Y'.
      *        STATUS 05 = BUDMAST OPTIONAL AUSENTE (NENHUM ORCADO     *
      *        CADASTRADO AINDA - TUDO SAI SEM ORCAMENTO)              *
       77  WS-BUD-STATUS             PIC X(02) VALUE SPACES.
           88  WS-BUD-OK                 VALUES "00" "05".
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME         PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE          PIC X(15) VALUE SPACES.
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
           PERFORM 1500-LOAD-PARAMETROS THRU 1500-EXIT.
           PERFORM 2000-WRITE-REPORT THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-WRITE-GROUPS THRU 3000-EXIT
           END-IF.
           CLOSE RPT-FILE-OUT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E A DATA            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-PROGRAM-RC.
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
      *    1500-LOAD-PARAMETROS - TOLERANCIA DO BUDPARM E GRUPO DE     *
      *    CADA CONTA DO COACCTS                                       *
      *----------------------------------------------------------------*
       1500-LOAD-PARAMETROS.
           OPEN INPUT BUDP-FILE-IN.
           READ BUDP-FILE-IN
               AT END
                   MOVE SPACES TO BUDP-RECORD
           END-READ.
           CLOSE BUDP-FILE-IN.
           IF BUDP-TOLERANCIA IS NUMERIC AND BUDP-TOLERANCIA > ZERO
               MOVE BUDP-TOLERANCIA TO WS-TOLERANCIA
           ELSE
               DISPLAY "*** BUDPARM SEM TOLERANCIA VALIDA - USADA A "
                   "PADRAO DE 10 POR CENTO ***"
               MOVE "BUDP-TOLERANCIA" TO WS-ERR-FIELD-NAME
               MOVE BUDP-RECORD TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT COA-FILE-IN.
           PERFORM 1550-READ-COA THRU 1550-EXIT.
           PERFORM 1600-LOAD-COA-ENTRY THRU 1600-EXIT
               UNTIL WS-EOF.
           CLOSE COA-FILE-IN.
           MOVE 'N' TO WS-EOF-SW.
       1500-EXIT.
           EXIT.
       1550-READ-COA.
           READ COA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1550-EXIT.
           EXIT.
       1600-LOAD-COA-ENTRY.
           IF WS-COA-COUNT < 50
               ADD 1 TO WS-COA-COUNT
               MOVE COA-ACCOUNT-CODE TO WS-COA-CODE (WS-COA-COUNT)
               MOVE COA-GRUPO        TO WS-COA-GRUPO (WS-COA-COUNT)
           ELSE
               DISPLAY "*** COACCTS TEM MAIS DE 50 CONTAS - "
                   COA-ACCOUNT-CODE " IGNORADA ***"
           END-IF.
           PERFORM 1550-READ-COA THRU 1550-EXIT.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-WRITE-REPORT - UMA LINHA DO MES E UMA DO ANO POR       *
      *    CONTA DA FOTOGRAFIA DO MES FECHADO                          *
      *----------------------------------------------------------------*
       2000-WRITE-REPORT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GLF-FILE-IN.
           PERFORM 2100-READ-GLFECH THRU 2100-EXIT.
           IF WS-EOF
               DISPLAY "*** GLFECH VAZIO - FECHAMENTO DO MES NAO "
                   "ENCONTRADO - RELATORIO NAO EMITIDO ***"
               MOVE SPACES TO RPT-OUT-RECORD
               MOVE "*** GLFECH VAZIO - RELATORIO NAO EMITIDO"
                   TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               MOVE 8 TO WS-PROGRAM-RC
               CLOSE GLF-FILE-IN
               GO TO 2000-EXIT
           END-IF.
           MOVE GLF-ANOMES TO WS-PERIODO.
           OPEN INPUT BUD-FILE-IN.
           IF NOT WS-BUD-OK
               DISPLAY "*** BUDMAST NAO PUDE SER ABERTO - STATUS: "
                   WS-BUD-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               CLOSE GLF-FILE-IN
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-TOLERANCIA TO WS-TOL-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ORCADO X REALIZADO DO RAZAO - MES: " WS-PER-MES
               "/" WS-PER-ANO "  TOLERANCIA: " WS-TOL-ED " POR CENTO"
               "  DATA: " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 2200-CONTA-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE GLF-FILE-IN.
           CLOSE BUD-FILE-IN.
       2000-EXIT.
           EXIT.
       2100-READ-GLFECH.
           READ GLF-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-CONTA-LOOP.
           ADD 1 TO WS-CONT-CONTAS.
           MOVE 'N' TO WS-CONTA-MARCADA-SW.
           COMPUTE WS-MES-REAL = GLF-MTD-DEBITOS - GLF-MTD-CREDITOS.
           COMPUTE WS-ANO-REAL = GLF-YTD-DEBITOS - GLF-YTD-CREDITOS.
           PERFORM 2300-SUM-ORCADO THRU 2300-EXIT.
           PERFORM 2400-FIND-GRUPO THRU 2400-EXIT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONTA " GLF-ACCOUNT-CODE " " GLF-DESCRICAO
               " GRUPO: " WS-GRUPO-CONTA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-MES-REAL TO WS-CALC-REAL.
           MOVE WS-MES-ORC TO WS-CALC-ORC.
           MOVE "   MES" TO WS-LINHA-LABEL.
           PERFORM 2500-CALC-VARIACAO THRU 2500-EXIT.
           PERFORM 2600-WRITE-LINHA THRU 2600-EXIT.
           MOVE WS-ANO-REAL TO WS-CALC-REAL.
           MOVE WS-ANO-ORC TO WS-CALC-ORC.
           MOVE "   ANO" TO WS-LINHA-LABEL.
           PERFORM 2500-CALC-VARIACAO THRU 2500-EXIT.
           PERFORM 2600-WRITE-LINHA THRU 2600-EXIT.
           IF WS-CONTA-MARCADA
               ADD 1 TO WS-CONT-MARCADAS
           END-IF.
           PERFORM 2100-READ-GLFECH THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-SUM-ORCADO - ORCADO DO MES FECHADO E SOMA DO ORCADO    *
      *    DE JANEIRO ATE ELE, LIDOS EM SEQUENCIA NO BUDMAST A PARTIR  *
      *    DA CONTA + JANEIRO                                          *
      *----------------------------------------------------------------*
       2300-SUM-ORCADO.
           MOVE ZERO TO WS-MES-ORC.
           MOVE ZERO TO WS-ANO-ORC.
           MOVE 'N' TO WS-BUD-EOF-SW.
           MOVE GLF-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
           MOVE WS-PER-ANO TO BUD-ANO.
           MOVE 1 TO BUD-MES.
           START BUD-FILE-IN KEY IS NOT LESS THAN BUD-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-BUD-EOF-SW
           END-START.
           IF NOT WS-BUD-EOF
               PERFORM 2310-READ-BUDMAST THRU 2310-EXIT
           END-IF.
           PERFORM 2320-SUM-LOOP THRU 2320-EXIT
               UNTIL WS-BUD-EOF.
       2300-EXIT.
           EXIT.
       2310-READ-BUDMAST.
           READ BUD-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUD-EOF-SW
           END-READ.
       2310-EXIT.
           EXIT.
       2320-SUM-LOOP.
           IF BUD-ACCOUNT-CODE NOT = GLF-ACCOUNT-CODE
                   OR BUD-ANO NOT = WS-PER-ANO
                   OR BUD-MES > WS-PER-MES
               MOVE 'Y' TO WS-BUD-EOF-SW
               GO TO 2320-EXIT
           END-IF.
           ADD BUD-VALOR TO WS-ANO-ORC.
           IF BUD-MES = WS-PER-MES
               ADD BUD-VALOR TO WS-MES-ORC
           END-IF.
           PERFORM 2310-READ-BUDMAST THRU 2310-EXIT.
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-FIND-GRUPO - GRUPO DA CONTA NO PLANO E ACUMULO NOS     *
      *    TOTAIS DO GRUPO; CONTA FORA DO PLANO VAI PARA O GRUPO ----  *
      *----------------------------------------------------------------*
       2400-FIND-GRUPO.
           MOVE "----" TO WS-GRUPO-CONTA.
           IF WS-COA-COUNT > ZERO
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-IDX > WS-COA-COUNT
                       CONTINUE
                   WHEN WS-COA-CODE (WS-COA-IDX) = GLF-ACCOUNT-CODE
                       IF WS-COA-GRUPO (WS-COA-IDX) NOT = SPACES
                           MOVE WS-COA-GRUPO (WS-COA-IDX)
                               TO WS-GRUPO-CONTA
                       END-IF
               END-SEARCH
           END-IF.
           SET WS-GRP-IDX TO 1.
           SEARCH WS-GRP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GRP-IDX > WS-GRP-COUNT
                   CONTINUE
               WHEN WS-GRP-CODIGO (WS-GRP-IDX) = WS-GRUPO-CONTA
                   CONTINUE
           END-SEARCH.
           IF WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-COUNT < 50
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   MOVE WS-GRUPO-CONTA TO WS-GRP-CODIGO (WS-GRP-IDX)
                   MOVE ZERO TO WS-GRP-CONTAS (WS-GRP-IDX)
                   MOVE ZERO TO WS-GRP-MES-REAL (WS-GRP-IDX)
                   MOVE ZERO TO WS-GRP-MES-ORC (WS-GRP-IDX)
                   MOVE ZERO TO WS-GRP-ANO-REAL (WS-GRP-IDX)
                   MOVE ZERO TO WS-GRP-ANO-ORC (WS-GRP-IDX)
               ELSE
                   DISPLAY "*** MAIS DE 50 GRUPOS - GRUPO "
                       WS-GRUPO-CONTA " FORA DOS TOTAIS ***"
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-GRP-CONTAS (WS-GRP-IDX).
           ADD WS-MES-REAL TO WS-GRP-MES-REAL (WS-GRP-IDX).
           ADD WS-MES-ORC  TO WS-GRP-MES-ORC (WS-GRP-IDX).
           ADD WS-ANO-REAL TO WS-GRP-ANO-REAL (WS-GRP-IDX).
           ADD WS-ANO-ORC  TO WS-GRP-ANO-ORC (WS-GRP-IDX).
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CALC-VARIACAO - VARIACAO = REALIZADO - ORCADO, E O     *
      *    PERCENTUAL SOBRE O ORCADO EM VALOR ABSOLUTO. SEM ORCADO, O  *
      *    PERCENTUAL NAO SE APLICA E O MOVIMENTO E MARCADO            *
      *----------------------------------------------------------------*
       2500-CALC-VARIACAO.
           MOVE SPACES TO WS-CALC-MARCA.
           MOVE SPACES TO WS-PCT-TXT.
           MOVE ZERO TO WS-CALC-PCT.
           COMPUTE WS-CALC-VAR = WS-CALC-REAL - WS-CALC-ORC.
           IF WS-CALC-ORC = ZERO
               MOVE "      N/D" TO WS-PCT-TXT
               IF WS-CALC-REAL NOT = ZERO
                   MOVE "* SEM ORCAMENTO" TO WS-CALC-MARCA
                   MOVE 'Y' TO WS-CONTA-MARCADA-SW
               END-IF
               GO TO 2500-EXIT
           END-IF.
           IF WS-CALC-ORC < ZERO
               COMPUTE WS-CALC-BASE = ZERO - WS-CALC-ORC
           ELSE
               MOVE WS-CALC-ORC TO WS-CALC-BASE
           END-IF.
           COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VAR * 100 / WS-CALC-BASE
               ON SIZE ERROR
                   IF WS-CALC-VAR < ZERO
                       MOVE -99999.99 TO WS-CALC-PCT
                   ELSE
                       MOVE 99999.99 TO WS-CALC-PCT
                   END-IF
           END-COMPUTE.
           MOVE WS-CALC-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-PCT-TXT.
           IF WS-CALC-PCT < ZERO
               COMPUTE WS-CALC-PCT-ABS = ZERO - WS-CALC-PCT
           ELSE
               MOVE WS-CALC-PCT TO WS-CALC-PCT-ABS
           END-IF.
           IF WS-CALC-PCT-ABS > WS-TOLERANCIA
               MOVE "* FORA TOLERANC." TO WS-CALC-MARCA
               MOVE 'Y' TO WS-CONTA-MARCADA-SW
           END-IF.
       2500-EXIT.
           EXIT.
       2600-WRITE-LINHA.
           MOVE WS-CALC-REAL TO WS-REAL-ED.
           MOVE WS-CALC-ORC TO WS-ORC-ED.
           MOVE WS-CALC-VAR TO WS-VAR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING WS-LINHA-LABEL " REALIZADO: " WS-REAL-ED
               " ORCADO: " WS-ORC-ED
               " VARIACAO: " WS-VAR-ED " " WS-PCT-TXT "% "
               WS-CALC-MARCA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-GROUPS - TOTAIS POR GRUPO DO PLANO DE CONTAS     *
      *----------------------------------------------------------------*
       3000-WRITE-GROUPS.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "TOTAIS POR GRUPO DO PLANO DE CONTAS" TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 3100-WRITE-GRUPO THRU 3100-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CONTAS: " WS-CONT-CONTAS
               "  CONTAS MARCADAS: " WS-CONT-MARCADAS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       3000-EXIT.
           EXIT.
       3100-WRITE-GRUPO.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "GRUPO " WS-GRP-CODIGO (WS-GRP-IDX)
               " CONTAS: " WS-GRP-CONTAS (WS-GRP-IDX)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-GRP-MES-REAL (WS-GRP-IDX) TO WS-CALC-REAL.
           MOVE WS-GRP-MES-ORC (WS-GRP-IDX) TO WS-CALC-ORC.
           MOVE "   MES" TO WS-LINHA-LABEL.
           PERFORM 2500-CALC-VARIACAO THRU 2500-EXIT.
           PERFORM 2600-WRITE-LINHA THRU 2600-EXIT.
           MOVE WS-GRP-ANO-REAL (WS-GRP-IDX) TO WS-CALC-REAL.
           MOVE WS-GRP-ANO-ORC (WS-GRP-IDX) TO WS-CALC-ORC.
           MOVE "   ANO" TO WS-LINHA-LABEL.
           PERFORM 2500-CALC-VARIACAO THRU 2500-EXIT.
           PERFORM 2600-WRITE-LINHA THRU 2600-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "BUDRPT" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "MES: " WS-PERIODO
               " CONTAS: " WS-CONT-CONTAS
               " MARC: " WS-CONT-MARCADAS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           IF WS-PROGRAM-RC < 8
               MOVE "RELATORIO EMITIDO" TO AUDIT-RESULT
           ELSE
               MOVE "RELATORIO RECUSADO" TO AUDIT-RESULT
           END-IF.
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
           MOVE "BUDRPT" TO ERROR-PROGRAM-ID.
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
      *    9999-TERMINATE - ENCERRAMENTO DO PROGRAMA                   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           CONTINUE.
       9999-EXIT.
           EXIT.
       END PROGRAM budrpt.
