      *ARQUIVO NOTURNO DOS RELATORIOS DO LOTE. COPIA LINHA A LINHA
      *OS RELATORIOS QUE OS PASSOS DO NIGHTRUN IMPRIMIRAM NA NOITE
      *(NUMRPT, BOLRPT, ADDRPT, PAGRPT, CORRRPT, GLTBRPT, PROOFRPT,
      *ALRTEXC, GRADERPT, CONVRPT, SUSPRPT, PRERPT, ARCHRPT E
      *BATCHRPT) PARA O ARQUIVO INDEXADO RPTARQ, CHAVEADO POR DATA DE
      *NEGOCIO + PROGRAMA + RELATORIO + LINHA, DE ONDE O REIMPR
      *REIMPRIME QUALQUER UM DELES DEPOIS QUE O DATASET DA NOITE FOI
      *SUBSTITUIDO. A RETENCAO SEGUE O LOGARCH: O RPTAPARM TRAZ A
      *RETENCAO EM DIAS, O CORTE E CALCULADO RETROCEDENDO DA DATA DE
      *NEGOCIO E AS LINHAS DE DATA ANTERIOR AO CORTE SAO
      *DESCARREGADAS NO ARQUIVO MORTO DATADO (RPTAOLD) E EXCLUIDAS DO
      *RPTARQ. SEM RPTAPARM NADA E EXPURGADO - O ARQUIVO DE
      *RELATORIOS SO EXISTE PARA SER CONSULTADO DEPOIS. UM RELATORIO
      *JA ARQUIVADO PARA A DATA (RETOMADA DO PASSO) E SUBSTITUIDO
      *INTEIRO, NUNCA DUPLICADO. IMPRIME O RESUMO EM RPTARPT.
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - ARQUIVO DOS RELATORIOS    *
      *                   DA NOITE POR DATA, PROGRAMA E RELATORIO,     *
      *                   COM EXPURGO POR RETENCAO EM DIAS             *
      *  2026-10-15 JLC   RESUMO DA EXECUCAO NO SYSOUT (RELATORIOS E   *
      *                   LINHAS ARQUIVADOS, EXPURGO, ERROS E RC)      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptarch.
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
           SELECT OPTIONAL RPTA-FILE-IO ASSIGN TO RPTARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTA-CHAVE
               FILE STATUS IS WS-RPTA-STATUS.
           SELECT OPTIONAL NUM-RPT-IN    ASSIGN TO NUMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOL-RPT-IN    ASSIGN TO BOLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-RPT-IN    ASSIGN TO ADDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAG-RPT-IN    ASSIGN TO PAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORR-RPT-IN   ASSIGN TO CORRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLTB-RPT-IN   ASSIGN TO GLTBRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROOF-RPT-IN  ASSIGN TO PROOFRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALRT-RPT-IN   ASSIGN TO ALRTEXC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-RPT-IN  ASSIGN TO GRADERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONV-RPT-IN   ASSIGN TO CONVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSP-RPT-IN   ASSIGN TO SUSPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRE-RPT-IN    ASSIGN TO PRERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-RPT-IN   ASSIGN TO ARCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-RPT-IN  ASSIGN TO BATCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETN-FILE-IN  ASSIGN TO RPTAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RPTA-OLD-OUT  ASSIGN TO RPTAOLD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT   ASSIGN TO RPTARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE-OUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE-IN ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNH-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RPTA-FILE-IO.
           COPY RPTAREC.
       FD  NUM-RPT-IN
           RECORDING MODE IS F.
       01  NUM-RPT-RECORD            PIC X(132).
       FD  BOL-RPT-IN
           RECORDING MODE IS F.
       01  BOL-RPT-RECORD            PIC X(132).
       FD  ADD-RPT-IN
           RECORDING MODE IS F.
       01  ADD-RPT-RECORD            PIC X(132).
       FD  PAG-RPT-IN
           RECORDING MODE IS F.
       01  PAG-RPT-RECORD            PIC X(132).
       FD  CORR-RPT-IN
           RECORDING MODE IS F.
       01  CORR-RPT-RECORD           PIC X(132).
       FD  GLTB-RPT-IN
           RECORDING MODE IS F.
       01  GLTB-RPT-RECORD           PIC X(132).
       FD  PROOF-RPT-IN
           RECORDING MODE IS F.
       01  PROOF-RPT-RECORD          PIC X(132).
       FD  ALRT-RPT-IN
           RECORDING MODE IS F.
       01  ALRT-RPT-RECORD           PIC X(132).
       FD  GRADE-RPT-IN
           RECORDING MODE IS F.
       01  GRADE-RPT-RECORD          PIC X(132).
       FD  CONV-RPT-IN
           RECORDING MODE IS F.
       01  CONV-RPT-RECORD           PIC X(132).
       FD  SUSP-RPT-IN
           RECORDING MODE IS F.
       01  SUSP-RPT-RECORD           PIC X(132).
       FD  PRE-RPT-IN
           RECORDING MODE IS F.
       01  PRE-RPT-RECORD            PIC X(132).
       FD  ARCH-RPT-IN
           RECORDING MODE IS F.
       01  ARCH-RPT-RECORD           PIC X(132).
       FD  BATCH-RPT-IN
           RECORDING MODE IS F.
       01  BATCH-RPT-RECORD          PIC X(132).
       FD  RETN-FILE-IN
           RECORDING MODE IS F.
       01  RETN-IN-RECORD.
           05  RETN-DIAS             PIC 9(03).
       FD  RPTA-OLD-OUT
           RECORDING MODE IS F.
       01  RPTA-OLD-RECORD           PIC X(163).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(80).
       FD  AUDIT-FILE-OUT
           RECORDING MODE IS F.
           COPY AUDITREC.
       FD  BUSDATE-FILE-IN
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUS-DATA              PIC 9(08).
       FD  RUNH-FILE
           RECORDING MODE IS F.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        RELATORIOS ARQUIVADOS, NA ORDEM DOS PASSOS DO NIGHTRUN  *
      *        (PROGRAMA QUE IMPRIME E DD DO RELATORIO)                *
      *----------------------------------------------------------------*
       01  WS-REL-NOMES-DADOS.
           05  FILLER                PIC X(10) VALUE "EXERCICIO2".
           05  FILLER                PIC X(08) VALUE "NUMRPT".
           05  FILLER                PIC X(10) VALUE "BOLRET".
           05  FILLER                PIC X(08) VALUE "BOLRPT".
           05  FILLER                PIC X(10) VALUE "EXERCICIO3".
           05  FILLER                PIC X(08) VALUE "ADDRPT".
           05  FILLER                PIC X(10) VALUE "RECVPAG".
           05  FILLER                PIC X(08) VALUE "PAGRPT".
           05  FILLER                PIC X(10) VALUE "GLCORR".
           05  FILLER                PIC X(08) VALUE "CORRRPT".
           05  FILLER                PIC X(10) VALUE "GLPOST".
           05  FILLER                PIC X(08) VALUE "GLTBRPT".
           05  FILLER                PIC X(10) VALUE "DAYPROOF".
           05  FILLER                PIC X(08) VALUE "PROOFRPT".
           05  FILLER                PIC X(10) VALUE "ATTALRT".
           05  FILLER                PIC X(08) VALUE "ALRTEXC".
           05  FILLER                PIC X(10) VALUE "EXERCICIO4".
           05  FILLER                PIC X(08) VALUE "GRADERPT".
           05  FILLER                PIC X(10) VALUE "EXERC5".
           05  FILLER                PIC X(08) VALUE "CONVRPT".
           05  FILLER                PIC X(10) VALUE "GLSUSP".
           05  FILLER                PIC X(08) VALUE "SUSPRPT".
           05  FILLER                PIC X(10) VALUE "PREMATR".
           05  FILLER                PIC X(08) VALUE "PRERPT".
           05  FILLER                PIC X(10) VALUE "LOGARCH".
           05  FILLER                PIC X(08) VALUE "ARCHRPT".
           05  FILLER                PIC X(10) VALUE "BATCHWIN".
           05  FILLER                PIC X(08) VALUE "BATCHRPT".
       01  WS-REL-NOMES REDEFINES WS-REL-NOMES-DADOS.
           05  WS-REL-NOME-ENTRY OCCURS 14 TIMES.
               10  WS-REL-PROGRAMA   PIC X(10).
               10  WS-REL-DD         PIC X(08).
       01  WS-REL-CONTAGENS.
           05  WS-REL-ENTRY OCCURS 14 TIMES.
               10  WS-REL-LINHAS     PIC 9(05).
               10  WS-REL-SUBST      PIC 9(05).
       77  WS-REL-SUB                PIC 9(02) COMP VALUE ZERO.
       77  WS-REL-COUNT              PIC 9(02) VALUE 14.
       77  WS-LINHA                  PIC X(132) VALUE SPACES.
       77  WS-LINHA-NUM              PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-LINHAS           PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-RELAT            PIC 9(02) VALUE ZERO.
       77  WS-EXP-LINHAS             PIC 9(07) VALUE ZERO.
       77  WS-ERROS-GRAVACAO         PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------*
      *        CORTE DE RETENCAO (MESMA CONTA DO LOGARCH)              *
      *----------------------------------------------------------------*
       01  WS-DATA-CORTE.
           05  WS-DC-ANO             PIC 9(04) VALUE ZERO.
           05  WS-DC-MES             PIC 9(02) VALUE ZERO.
           05  WS-DC-DIA             PIC 9(02) VALUE ZERO.
       77  WS-RETN-DIAS              PIC 9(03) VALUE ZERO.
       01  WS-DIAS-MES-DADOS         PIC X(24) VALUE
           "312831303130313130313031".
       01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-DADOS.
           05  WS-DIAS-MES OCCURS 12 TIMES
                                     PIC 9(02).
       77  WS-QUOC                   PIC 9(04) VALUE ZERO.
       77  WS-REST4                  PIC 9(03) VALUE ZERO.
       77  WS-REST100                PIC 9(03) VALUE ZERO.
       77  WS-REST400                PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF                    VALUE 'Y'.
       77  WS-FIM-CHAVE-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-CHAVE              VALUE 'Y'.
      *        STATUS 05 = ARQUIVO OPTIONAL CRIADO NA ABERTURA (A      *
      *        PRIMEIRA NOITE)                                         *
       77  WS-RPTA-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RPTA-OK                VALUES "00" "05".
       77  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE      PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC             PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                VALUE 'Y'.
       77  WS-RETOMADA-SW            PIC X(01) VALUE 'N'.
           88  WS-RETOMADA               VALUE 'Y'.
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** RPTARCH JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** RPTARCH JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RPTA-FILE-IO.
           IF NOT WS-RPTA-OK
               DISPLAY "*** RPTARQ NAO PODE SER ABERTO - STATUS: "
                   WS-RPTA-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-ARCH-RELATORIO THRU 2000-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-COUNT.
           PERFORM 4000-EXPURGO THRU 4000-EXIT.
           CLOSE RPTA-FILE-IO.
           IF WS-ERROS-GRAVACAO > ZERO
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC = ZERO
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, LE A RETENCAO EM   *
      *    DIAS (RPTAPARM) E CALCULA A DATA DE CORTE RETROCEDENDO DA   *
      *    DATA DE NEGOCIO                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE ZERO TO WS-REL-CONTAGENS.
           MOVE ZERO TO WS-PROGRAM-RC.
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
           OPEN INPUT RETN-FILE-IN.
           READ RETN-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RETN-DIAS IS NUMERIC
                       MOVE RETN-DIAS TO WS-RETN-DIAS
                   END-IF
           END-READ.
           CLOSE RETN-FILE-IN.
           PERFORM 1500-CALC-CUTOFF THRU 1500-EXIT.
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
           IF RUNH-PROGRAM-ID = "RPTARCH"
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
      *    1500-CALC-CUTOFF - RETROCEDE A RETENCAO EM DIAS A PARTIR    *
      *    DA DATA DE NEGOCIO PARA OBTER A DATA DE CORTE               *
      *----------------------------------------------------------------*
       1500-CALC-CUTOFF.
           MOVE WS-EFFECTIVE-RUNDATE TO WS-DATA-CORTE.
           IF WS-RETN-DIAS > ZERO
               PERFORM 1600-RETROCEDE-UM-DIA THRU 1600-EXIT
                   WS-RETN-DIAS TIMES
           END-IF.
       1500-EXIT.
           EXIT.
       1600-RETROCEDE-UM-DIA.
           IF WS-DC-DIA > 1
               SUBTRACT 1 FROM WS-DC-DIA
               GO TO 1600-EXIT
           END-IF.
           IF WS-DC-MES > 1
               SUBTRACT 1 FROM WS-DC-MES
           ELSE
               MOVE 12 TO WS-DC-MES
               SUBTRACT 1 FROM WS-DC-ANO
           END-IF.
           MOVE WS-DIAS-MES (WS-DC-MES) TO WS-DC-DIA.
           IF WS-DC-MES = 2
               PERFORM 1650-CHECK-BISSEXTO THRU 1650-EXIT
           END-IF.
       1600-EXIT.
           EXIT.
       1650-CHECK-BISSEXTO.
           DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOC
               REMAINDER WS-REST4.
           DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOC
               REMAINDER WS-REST100.
           DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOC
               REMAINDER WS-REST400.
           IF WS-REST4 = ZERO
                   AND (WS-REST100 NOT = ZERO OR WS-REST400 = ZERO)
               MOVE 29 TO WS-DC-DIA
           END-IF.
       1650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-ARCH-RELATORIO - EXCLUI O QUE JA HOUVER DO RELATORIO   *
      *    NA DATA (RETOMADA) E COPIA AS LINHAS DA NOITE PARA O RPTARQ *
      *----------------------------------------------------------------*
       2000-ARCH-RELATORIO.
           PERFORM 2100-EXCLUI-ANTERIOR THRU 2100-EXIT.
           MOVE ZERO TO WS-LINHA-NUM.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2200-OPEN-RELATORIO THRU 2200-EXIT.
           PERFORM 2300-READ-RELATORIO THRU 2300-EXIT.
           PERFORM 2400-GRAVA-LINHA THRU 2400-EXIT
               UNTIL WS-EOF.
           PERFORM 2500-CLOSE-RELATORIO THRU 2500-EXIT.
           MOVE WS-LINHA-NUM TO WS-REL-LINHAS (WS-REL-SUB).
           ADD WS-LINHA-NUM TO WS-TOTAL-LINHAS.
           IF WS-LINHA-NUM > ZERO
               ADD 1 TO WS-TOTAL-RELAT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-EXCLUI-ANTERIOR - START NA DATA/PROGRAMA/RELATORIO E   *
      *    EXCLUSAO ATE A QUEBRA, PARA A RETOMADA NAO DUPLICAR LINHAS  *
      *----------------------------------------------------------------*
       2100-EXCLUI-ANTERIOR.
           MOVE 'N' TO WS-FIM-CHAVE-SW.
           MOVE WS-EFFECTIVE-RUNDATE TO RPTA-DATA.
           MOVE WS-REL-PROGRAMA (WS-REL-SUB) TO RPTA-PROGRAMA.
           MOVE WS-REL-DD (WS-REL-SUB) TO RPTA-RELATORIO.
           MOVE ZERO TO RPTA-LINHA.
           START RPTA-FILE-IO KEY NOT < RPTA-CHAVE
               INVALID KEY
                   GO TO 2100-EXIT
           END-START.
           PERFORM 2110-READ-NEXT THRU 2110-EXIT.
           PERFORM 2120-EXCLUI-LINHA THRU 2120-EXIT
               UNTIL WS-FIM-CHAVE.
       2100-EXIT.
           EXIT.
       2110-READ-NEXT.
           READ RPTA-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CHAVE-SW
               NOT AT END
                   IF RPTA-DATA NOT = WS-EFFECTIVE-RUNDATE
                           OR RPTA-PROGRAMA NOT =
                               WS-REL-PROGRAMA (WS-REL-SUB)
                           OR RPTA-RELATORIO NOT =
                               WS-REL-DD (WS-REL-SUB)
                       MOVE 'Y' TO WS-FIM-CHAVE-SW
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.
       2120-EXCLUI-LINHA.
           DELETE RPTA-FILE-IO RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA EXCLUSAO - STATUS: "
                       WS-RPTA-STATUS
                   ADD 1 TO WS-ERROS-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WS-REL-SUBST (WS-REL-SUB)
           END-DELETE.
           PERFORM 2110-READ-NEXT THRU 2110-EXIT.
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200/2300/2500 - ABERTURA, LEITURA E FECHAMENTO DO          *
      *    RELATORIO DA VEZ (UM SELECT POR DD DO PASSO)                *
      *----------------------------------------------------------------*
       2200-OPEN-RELATORIO.
           EVALUATE WS-REL-SUB
               WHEN 1  OPEN INPUT NUM-RPT-IN
               WHEN 2  OPEN INPUT BOL-RPT-IN
               WHEN 3  OPEN INPUT ADD-RPT-IN
               WHEN 4  OPEN INPUT PAG-RPT-IN
               WHEN 5  OPEN INPUT CORR-RPT-IN
               WHEN 6  OPEN INPUT GLTB-RPT-IN
               WHEN 7  OPEN INPUT PROOF-RPT-IN
               WHEN 8  OPEN INPUT ALRT-RPT-IN
               WHEN 9  OPEN INPUT GRADE-RPT-IN
               WHEN 10 OPEN INPUT CONV-RPT-IN
               WHEN 11 OPEN INPUT SUSP-RPT-IN
               WHEN 12 OPEN INPUT PRE-RPT-IN
               WHEN 13 OPEN INPUT ARCH-RPT-IN
               WHEN 14 OPEN INPUT BATCH-RPT-IN
           END-EVALUATE.
       2200-EXIT.
           EXIT.
       2300-READ-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           EVALUATE WS-REL-SUB
               WHEN 1
                   READ NUM-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ BOL-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ ADD-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ PAG-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 5
                   READ CORR-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 6
                   READ GLTB-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 7
                   READ PROOF-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 8
                   READ ALRT-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 9
                   READ GRADE-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 10
                   READ CONV-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 11
                   READ SUSP-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 12
                   READ PRE-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 13
                   READ ARCH-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 14
                   READ BATCH-RPT-IN INTO WS-LINHA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-GRAVA-LINHA - UMA LINHA DO RELATORIO NO RPTARQ; O      *
      *    NUMERO DA LINHA MANTEM A ORDEM DE IMPRESSAO NA REIMPRESSAO  *
      *----------------------------------------------------------------*
       2400-GRAVA-LINHA.
           IF WS-LINHA-NUM = 99999
               DISPLAY "*** " WS-REL-DD (WS-REL-SUB)
                   " COM MAIS DE 99999 LINHAS - RESTO NAO ARQUIVADO ***"
               ADD 1 TO WS-ERROS-GRAVACAO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-LINHA-NUM.
           MOVE WS-EFFECTIVE-RUNDATE TO RPTA-DATA.
           MOVE WS-REL-PROGRAMA (WS-REL-SUB) TO RPTA-PROGRAMA.
           MOVE WS-REL-DD (WS-REL-SUB) TO RPTA-RELATORIO.
           MOVE WS-LINHA-NUM TO RPTA-LINHA.
           MOVE WS-LINHA TO RPTA-TEXTO.
           WRITE RPTA-RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA GRAVACAO DO RPTARQ - STATUS: "
                       WS-RPTA-STATUS " " RPTA-RELATORIO
                   ADD 1 TO WS-ERROS-GRAVACAO
           END-WRITE.
           PERFORM 2300-READ-RELATORIO THRU 2300-EXIT.
       2400-EXIT.
           EXIT.
       2500-CLOSE-RELATORIO.
           EVALUATE WS-REL-SUB
               WHEN 1  CLOSE NUM-RPT-IN
               WHEN 2  CLOSE BOL-RPT-IN
               WHEN 3  CLOSE ADD-RPT-IN
               WHEN 4  CLOSE PAG-RPT-IN
               WHEN 5  CLOSE CORR-RPT-IN
               WHEN 6  CLOSE GLTB-RPT-IN
               WHEN 7  CLOSE PROOF-RPT-IN
               WHEN 8  CLOSE ALRT-RPT-IN
               WHEN 9  CLOSE GRADE-RPT-IN
               WHEN 10 CLOSE CONV-RPT-IN
               WHEN 11 CLOSE SUSP-RPT-IN
               WHEN 12 CLOSE PRE-RPT-IN
               WHEN 13 CLOSE ARCH-RPT-IN
               WHEN 14 CLOSE BATCH-RPT-IN
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-EXPURGO - LINHAS DE DATA ANTERIOR AO CORTE VAO PARA O  *
      *    ARQUIVO MORTO (RPTAOLD) E SAEM DO RPTARQ. A CHAVE COMECA    *
      *    PELA DATA, ENTAO A LEITURA PARA NA PRIMEIRA DATA MANTIDA    *
      *----------------------------------------------------------------*
       4000-EXPURGO.
           IF WS-RETN-DIAS = ZERO
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND RPTA-OLD-OUT.
           MOVE 'N' TO WS-FIM-CHAVE-SW.
           MOVE LOW-VALUES TO RPTA-CHAVE.
           START RPTA-FILE-IO KEY NOT < RPTA-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CHAVE-SW
           END-START.
           IF NOT WS-FIM-CHAVE
               PERFORM 4100-READ-ANTIGA THRU 4100-EXIT
           END-IF.
           PERFORM 4200-EXPURGA-LINHA THRU 4200-EXIT
               UNTIL WS-FIM-CHAVE.
           CLOSE RPTA-OLD-OUT.
       4000-EXIT.
           EXIT.
       4100-READ-ANTIGA.
           READ RPTA-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CHAVE-SW
               NOT AT END
                   IF RPTA-DATA NOT < WS-DATA-CORTE
                       MOVE 'Y' TO WS-FIM-CHAVE-SW
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.
       4200-EXPURGA-LINHA.
           WRITE RPTA-OLD-RECORD FROM RPTA-RECORD.
           DELETE RPTA-FILE-IO RECORD
               INVALID KEY
                   DISPLAY "*** ERRO NA EXCLUSAO - STATUS: "
                       WS-RPTA-STATUS
                   ADD 1 TO WS-ERROS-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WS-EXP-LINHAS
           END-DELETE.
           PERFORM 4100-READ-ANTIGA THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-REPORT - LINHAS ARQUIVADAS POR RELATORIO E O     *
      *    QUE FOI EXPURGADO                                           *
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "ARQUIVO DOS RELATORIOS DO LOTE - DATA: "
               WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           PERFORM 5100-WRITE-LINHA-REL THRU 5100-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-COUNT.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "RELATORIOS ARQUIVADOS: " WS-TOTAL-RELAT
               " LINHAS: " WS-TOTAL-LINHAS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-RETN-DIAS = ZERO
               STRING "SEM RETENCAO NO RPTAPARM - NADA EXPURGADO"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               STRING "RETENCAO: " WS-RETN-DIAS " DIAS - CORTE: "
                   WS-DATA-CORTE " - LINHAS EXPURGADAS: "
                   WS-EXP-LINHAS
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
           IF WS-ERROS-GRAVACAO > ZERO
               MOVE SPACES TO RPT-OUT-RECORD
               STRING "*** ERROS DE GRAVACAO/EXCLUSAO NO RPTARQ: "
                   WS-ERROS-GRAVACAO " - VER O SYSOUT ***"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
               WRITE RPT-OUT-RECORD
           END-IF.
           CLOSE RPT-FILE-OUT.
       5000-EXIT.
           EXIT.
       5100-WRITE-LINHA-REL.
           MOVE SPACES TO RPT-OUT-RECORD.
           IF WS-REL-LINHAS (WS-REL-SUB) = ZERO
               STRING WS-REL-PROGRAMA (WS-REL-SUB) " "
                   WS-REL-DD (WS-REL-SUB)
                   " - VAZIO OU AUSENTE NA NOITE"
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           ELSE
               STRING WS-REL-PROGRAMA (WS-REL-SUB) " "
                   WS-REL-DD (WS-REL-SUB)
                   " - LINHAS: " WS-REL-LINHAS (WS-REL-SUB)
                   " SUBSTITUIDAS: " WS-REL-SUBST (WS-REL-SUB)
                   DELIMITED BY SIZE INTO RPT-OUT-RECORD
           END-IF.
           WRITE RPT-OUT-RECORD.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA O REGISTRO DE AUDITORIA        *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE-OUT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "RPTARCH" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "RELATORIOS: " WS-TOTAL-RELAT
               " CORTE: " WS-DATA-CORTE
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "LINHAS: " WS-TOTAL-LINHAS
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8500-WRITE-RUN-HISTORY - MARCA A DATA DE MOVIMENTO COMO     *
      *    CONCLUIDA NO RUNHIST                                        *
      *----------------------------------------------------------------*
       8500-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUNH-RECORD.
           MOVE "RPTARCH" TO RUNH-PROGRAM-ID.
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
           DISPLAY "RPTARCH - RELATORIOS ARQUIVADOS: " WS-TOTAL-RELAT
               " LINHAS: " WS-TOTAL-LINHAS
               " EXPURGADAS: " WS-EXP-LINHAS
               " ERROS: " WS-ERROS-GRAVACAO
               " RC: " WS-PROGRAM-RC.
       9999-EXIT.
           EXIT.
       END PROGRAM rptarch.
