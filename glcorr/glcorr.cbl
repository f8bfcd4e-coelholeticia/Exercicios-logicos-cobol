      *CORRECAO DOS ITENS EM SUSPENSO DO RAZAO. O CONTADOR INFORMA NO
      *GLCORR, PARA CADA ITEM ABERTO DO SUSPMST (DATA DE MOVIMENTO E
      *SEQUENCIA, COMO SAEM NO RELATORIO DE ENVELHECIMENTO DO GLSUSP),
      *A CONTA CERTA DO LANCAMENTO. A CONTA TEM QUE ESTAR ATIVA NO
      *PLANO (COACCTS) E NAO PODE SER A PROPRIA CONTA TRANSITORIA.
      *CADA CORRECAO ACEITA GRAVA NO GLEXTRCT, COM A DATA DE NEGOCIO,
      *O ESTORNO DO SUSPENSO (INDICADOR D/C INVERTIDO) E O LANCAMENTO
      *NA CONTA CORRIGIDA (INDICADOR ORIGINAL), QUE SEGUEM PELO GLEDIT
      *E PELO GLPOST DO MESMO LOTE NOTURNO, E BAIXA O ITEM NO SUSPMST.
      *CORRECAO DE ITEM INEXISTENTE OU JA BAIXADO, OU COM CONTA
      *INVALIDA, VAI PARA O INPTERR (RC 4) E NAO MEXE NO RAZAO.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - BAIXA DOS ITENS EM        *
      *                   SUSPENSO COM ESTORNO DA CONTA TRANSITORIA E  *
      *                   LANCAMENTO NA CONTA CORRIGIDA                *
      *  2026-10-15 JLC   DATA JA CONCLUIDA NO RUNHIST COM PLANO       *
      *                   DE RETOMADA DO RUNDRIVE PARA A MESMA         *
      *                   DATA: PASSO DISPENSADO COM RC 0 EM VEZ       *
      *                   DE RECUSADO COM RC 8                         *
      *  2026-10-15 JLC   BAIXA REGRAVADA NO SUSPMST ANTES DO PAR DE   *
      *                   LANCAMENTOS; ITEM NAO REGRAVADO NAO VAI PARA *
      *                   O GLEXTRCT                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glcorr.
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
           SELECT OPTIONAL COR-FILE-IN ASSIGN TO GLCORR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COA-FILE-IN ASSIGN TO COACCTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE-IO ASSIGN TO SUSPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL GL-FILE-OUT ASSIGN TO GLEXTRCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO CORRRPT
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
       FD  COR-FILE-IN
           RECORDING MODE IS F.
       01  COR-IN-RECORD.
           05  COR-DATA-MOV          PIC 9(08).
           05  COR-SEQ               PIC 9(04).
           05  COR-CONTA             PIC X(06).
           05  COR-OPERADOR          PIC X(08).
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
       FD  GL-FILE-OUT
           RECORDING MODE IS F.
           COPY GLEXTREC.
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
      *        PLANO DE CONTAS ATIVO CARREGADO EM TABELA               *
      *----------------------------------------------------------------*
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 50 TIMES INDEXED BY WS-COA-IDX.
               10  WS-COA-CODE           PIC X(06).
       77  WS-COA-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-CONTA-SUSPENSO          PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       77  WS-EDIT-SW                 PIC X(01) VALUE 'N'.
           88  WS-REGISTRO-BOM            VALUE 'Y'.
       77  WS-ACHOU-SW                PIC X(01) VALUE 'N'.
           88  WS-CONTA-ACHADA            VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA         *
       77  WS-SUSP-STATUS             PIC X(02) VALUE SPACES.
           88  WS-SUSP-OK                 VALUES "00" "05".
       77  WS-DC-ESTORNO              PIC X(01) VALUE SPACE.
       77  WS-MOTIVO                  PIC X(25) VALUE SPACES.
       77  WS-CONT-LIDOS              PIC 9(05) VALUE ZERO.
       77  WS-CONT-BAIXADOS           PIC 9(05) VALUE ZERO.
       77  WS-CONT-REJEITADOS         PIC 9(05) VALUE ZERO.
       77  WS-SOMA-BAIXADA            PIC 9(11)V99 VALUE ZERO.
       77  WS-VALOR-ED                PIC ZZZZZZ9.99.
       77  WS-SOMA-ED                 PIC ZZZZZZZZZZ9.99.
       77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
       77  WS-ERR-FIELD-NAME          PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE           PIC X(15) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE       PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC              PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW              PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                 VALUE 'Y'.
       77  WS-RETOMADA-SW             PIC X(01) VALUE 'N'.
           88  WS-RETOMADA                VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** GLCORR JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** GLCORR JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-CORRECOES THRU 2000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR E CARREGA O PLANO   *
      *                      DE CONTAS EM TABELA                       *
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
           PERFORM 1200-LOAD-COA-ENTRY THRU 1200-EXIT
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
       1200-LOAD-COA-ENTRY.
           IF COA-ATIVO = 'N'
               GO TO 1200-NEXT
           END-IF.
           IF COA-NATUREZA = 'T'
               MOVE COA-ACCOUNT-CODE TO WS-CONTA-SUSPENSO
           END-IF.
           IF WS-COA-COUNT < 50
               ADD 1 TO WS-COA-COUNT
               MOVE COA-ACCOUNT-CODE TO WS-COA-CODE (WS-COA-COUNT)
           ELSE
               DISPLAY "*** COACCTS TEM MAIS DE 50 CONTAS - "
                   COA-ACCOUNT-CODE " IGNORADA ***"
           END-IF.
       1200-NEXT.
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
           IF RUNH-PROGRAM-ID = "GLCORR"
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
      *    2000-PROCESS-CORRECOES - LE O GLCORR, CRITICA CADA          *
      *    CORRECAO CONTRA O SUSPMST E O PLANO E BAIXA O ITEM          *
      *----------------------------------------------------------------*
       2000-PROCESS-CORRECOES.
           OPEN OUTPUT RPT-FILE-OUT.
           PERFORM 2050-WRITE-HEADER THRU 2050-EXIT.
           IF WS-CONTA-SUSPENSO = SPACES
               DISPLAY "*** COACCTS SEM CONTA DE SUSPENSO (NATUREZA T)"
                   " ATIVA - CORRECOES NAO PROCESSADAS ***"
               MOVE "COA-NATUREZA" TO WS-ERR-FIELD-NAME
               MOVE "SEM CONTA T" TO WS-ERR-BAD-VALUE
               PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT
               MOVE "*** SEM CONTA DE SUSPENSO NO PLANO - NADA BAIXADO"
                   TO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
               CLOSE RPT-FILE-OUT
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O SUSP-FILE-IO.
           IF NOT WS-SUSP-OK
               DISPLAY "*** SUSPMST NAO PUDE SER ABERTO - STATUS: "
                   WS-SUSP-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               CLOSE RPT-FILE-OUT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT  COR-FILE-IN
                EXTEND GL-FILE-OUT.
           PERFORM 2100-READ-CORR THRU 2100-EXIT.
           PERFORM 2200-CORR-LOOP THRU 2200-EXIT
               UNTIL WS-EOF.
           CLOSE COR-FILE-IN
                 GL-FILE-OUT
                 SUSP-FILE-IO.
           PERFORM 2900-WRITE-TOTAIS THRU 2900-EXIT.
           CLOSE RPT-FILE-OUT.
           DISPLAY "GLCORR ENCERRADO - LIDOS: " WS-CONT-LIDOS
               " BAIXADOS: " WS-CONT-BAIXADOS
               " REJEITADOS: " WS-CONT-REJEITADOS.
       2000-EXIT.
           EXIT.
       2050-WRITE-HEADER.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CORRECAO DOS ITENS EM SUSPENSO DO RAZAO - DATA: "
               WS-EFFECTIVE-RUNDATE
               " OPERADOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "DATA MOV SEQ  ORIGEM D/C      VALOR CORRIGIDA OPERADOR"
               TO RPT-OUT-RECORD.
           MOVE "SITUACAO" TO RPT-OUT-RECORD (60:8).
           WRITE RPT-OUT-RECORD.
       2050-EXIT.
           EXIT.
       2100-READ-CORR.
           READ COR-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
       2200-CORR-LOOP.
           ADD 1 TO WS-CONT-LIDOS.
           PERFORM 2300-EDIT-CORRECAO THRU 2300-EXIT.
           IF WS-REGISTRO-BOM
               PERFORM 2400-BAIXA-ITEM THRU 2400-EXIT
           ELSE
               PERFORM 2500-REJECT-CORRECAO THRU 2500-EXIT
           END-IF.
           PERFORM 2100-READ-CORR THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-EDIT-CORRECAO - ITEM EXISTENTE E ABERTO NO SUSPMST E   *
      *    CONTA CORRIGIDA ATIVA NO PLANO, DIFERENTE DO SUSPENSO       *
      *----------------------------------------------------------------*
       2300-EDIT-CORRECAO.
           MOVE 'Y' TO WS-EDIT-SW.
           MOVE SPACES TO WS-MOTIVO.
           IF COR-DATA-MOV NOT NUMERIC OR COR-SEQ NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SW
               MOVE "CHAVE NAO NUMERICA" TO WS-MOTIVO
               MOVE "COR-CHAVE" TO WS-ERR-FIELD-NAME
               MOVE COR-IN-RECORD TO WS-ERR-BAD-VALUE
               GO TO 2300-EXIT
           END-IF.
           MOVE COR-DATA-MOV TO SUS-DATA-MOV.
           MOVE COR-SEQ TO SUS-SEQ.
           READ SUSP-FILE-IO
               INVALID KEY
                   MOVE 'N' TO WS-EDIT-SW
                   MOVE "ITEM NAO ENCONTRADO" TO WS-MOTIVO
           END-READ.
           IF NOT WS-REGISTRO-BOM
               MOVE "COR-CHAVE" TO WS-ERR-FIELD-NAME
               MOVE COR-IN-RECORD TO WS-ERR-BAD-VALUE
               GO TO 2300-EXIT
           END-IF.
           IF NOT SUS-ABERTO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "ITEM JA BAIXADO" TO WS-MOTIVO
               MOVE "SUS-SITUACAO" TO WS-ERR-FIELD-NAME
               MOVE COR-IN-RECORD TO WS-ERR-BAD-VALUE
               GO TO 2300-EXIT
           END-IF.
           IF COR-CONTA = WS-CONTA-SUSPENSO
               MOVE 'N' TO WS-EDIT-SW
               MOVE "CONTA E O PROPRIO SUSPENSO" TO WS-MOTIVO
               MOVE "COR-CONTA" TO WS-ERR-FIELD-NAME
               MOVE COR-CONTA TO WS-ERR-BAD-VALUE
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-SEARCH-COA THRU 2350-EXIT.
           IF NOT WS-CONTA-ACHADA
               MOVE 'N' TO WS-EDIT-SW
               MOVE "CONTA FORA DO PLANO" TO WS-MOTIVO
               MOVE "COR-CONTA" TO WS-ERR-FIELD-NAME
               MOVE COR-CONTA TO WS-ERR-BAD-VALUE
           END-IF.
       2300-EXIT.
           EXIT.
       2350-SEARCH-COA.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-COA-COUNT = ZERO
               GO TO 2350-EXIT
           END-IF.
           SET WS-COA-IDX TO 1.
           SEARCH WS-COA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-IDX > WS-COA-COUNT
                   CONTINUE
               WHEN WS-COA-CODE (WS-COA-IDX) = COR-CONTA
                   MOVE 'Y' TO WS-ACHOU-SW
           END-SEARCH.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-BAIXA-ITEM - MARCA O ITEM COMO CORRIGIDO E, SO COM A   *
      *    BAIXA REGRAVADA NO SUSPMST, ESTORNA O SUSPENSO E LANCA NA   *
      *    CONTA CERTA; ITEM QUE NAO PODE SER REGRAVADO NAO GERA       *
      *    LANCAMENTO E FICA ABERTO PARA A PROXIMA CORRECAO            *
      *----------------------------------------------------------------*
       2400-BAIXA-ITEM.
           MOVE 'C' TO SUS-SITUACAO.
           MOVE COR-CONTA TO SUS-CONTA-CORR.
           MOVE WS-EFFECTIVE-RUNDATE TO SUS-DATA-BAIXA.
           IF COR-OPERADOR = SPACES
               MOVE WS-OPERATOR-ID TO SUS-OPERADOR
           ELSE
               MOVE COR-OPERADOR TO SUS-OPERADOR
           END-IF.
           REWRITE SUS-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA BAIXA DO ITEM " SUS-CHAVE
                       " - STATUS: " WS-SUSP-STATUS " ***"
                   MOVE 8 TO WS-PROGRAM-RC
                   MOVE "ERRO NA BAIXA DO ITEM" TO WS-MOTIVO
                   PERFORM 2600-WRITE-LINE THRU 2600-EXIT
                   GO TO 2400-EXIT
               NOT INVALID KEY
                   PERFORM 2450-WRITE-GL-PAR THRU 2450-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-BAIXADOS.
           ADD SUS-VALOR TO WS-SOMA-BAIXADA.
           MOVE "BAIXADO" TO WS-MOTIVO.
           PERFORM 2600-WRITE-LINE THRU 2600-EXIT.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2450-WRITE-GL-PAR - ESTORNO DO SUSPENSO (D/C INVERTIDO) E   *
      *    LANCAMENTO NA CONTA CORRIGIDA (D/C ORIGINAL) NO GLEXTRCT    *
      *----------------------------------------------------------------*
       2450-WRITE-GL-PAR.
           IF SUS-DC = 'D'
               MOVE 'C' TO WS-DC-ESTORNO
           ELSE
               MOVE 'D' TO WS-DC-ESTORNO
           END-IF.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE WS-CONTA-SUSPENSO TO GL-ACCOUNT-CODE.
           MOVE WS-DC-ESTORNO TO GL-DC.
           MOVE SUS-VALOR TO GL-AMOUNT.
           MOVE WS-EFFECTIVE-RUNDATE TO GL-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE COR-CONTA TO GL-ACCOUNT-CODE.
           MOVE SUS-DC TO GL-DC.
           MOVE SUS-VALOR TO GL-AMOUNT.
           MOVE WS-EFFECTIVE-RUNDATE TO GL-RUN-DATE.
           WRITE GL-EXTRACT-RECORD.
       2450-EXIT.
           EXIT.
       2500-REJECT-CORRECAO.
           ADD 1 TO WS-CONT-REJEITADOS.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
           IF WS-MOTIVO = "ITEM NAO ENCONTRADO"
                   OR WS-MOTIVO = "CHAVE NAO NUMERICA"
               MOVE SPACES TO SUS-CONTA-ORIG
               MOVE SPACE TO SUS-DC
               MOVE ZERO TO SUS-VALOR
           END-IF.
           PERFORM 2600-WRITE-LINE THRU 2600-EXIT.
       2500-EXIT.
           EXIT.
       2600-WRITE-LINE.
           MOVE SUS-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING COR-DATA-MOV " " COR-SEQ " " SUS-CONTA-ORIG
               "  " SUS-DC "  " WS-VALOR-ED " " COR-CONTA
               "    " COR-OPERADOR
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           MOVE WS-MOTIVO TO RPT-OUT-RECORD (60:25).
           WRITE RPT-OUT-RECORD.
       2600-EXIT.
           EXIT.
       2900-WRITE-TOTAIS.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE WS-SOMA-BAIXADA TO WS-SOMA-ED.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "CORRECOES LIDAS: " WS-CONT-LIDOS
               " BAIXADAS: " WS-CONT-BAIXADOS
               " REJEITADAS: " WS-CONT-REJEITADOS
               " VALOR BAIXADO: " WS-SOMA-ED
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
           MOVE "GLCORR" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "LIDOS: " WS-CONT-LIDOS
               " BAIXADOS: " WS-CONT-BAIXADOS
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           IF WS-PROGRAM-RC < 8
               STRING "REJ: " WS-CONT-REJEITADOS
                   DELIMITED BY SIZE INTO AUDIT-RESULT
           ELSE
               MOVE "CORRECAO RECUSADA" TO AUDIT-RESULT
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
           MOVE "GLCORR" TO ERROR-PROGRAM-ID.
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
           MOVE "GLCORR" TO RUNH-PROGRAM-ID.
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
       END PROGRAM glcorr.
