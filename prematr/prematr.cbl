      *PRE-MATRICULA DE ALUNOS NOVOS COM ALOCACAO DE TURMA E LISTA DE
      *ESPERA. RODA NO LOTE NOTURNO SOBRE O ARQUIVO DE CANDIDATOS
      *(PREMAT) QUE A SECRETARIA MANTEM NA ORDEM DE INSCRICAO:
      *  - CONFERE OS CANDIDATOS JA ALOCADOS CONTRA O ROSTIN: QUEM JA
      *    ENTROU FICA MATRICULADO (M); QUEM ESTAVA MATRICULADO E SAIU
      *    DO ROSTIN FICA COMO SAIDA (S); ALOCADO QUE O ROSTBAT AINDA
      *    NAO APLICOU CONTINUA SEGURANDO A VAGA NA TURMA E TEM A
      *    INCLUSAO GERADA DE NOVO NO PREMOV DA NOITE;
      *  - A LOTACAO DE CADA TURMA E A CONTAGEM DO ROSTIN MAIS AS
      *    VAGAS SEGURADAS, CONTRA TURM-CAPACIDADE - TODA VAGA ABERTA
      *    POR UMA EXCLUSAO E OFERECIDA PRIMEIRO A LISTA DE ESPERA, NA
      *    ORDEM DA LISTA (IRMAO DE ALUNO DA ESCOLA NA FRENTE, DEPOIS
      *    A ORDEM DE INSCRICAO);
      *  - OS CANDIDATOS NOVOS SAO ALOCADOS NA ORDEM DE INSCRICAO NA
      *    PRIMEIRA TURMA DA SERIE E DO TURNO PEDIDOS COM VAGA; SEM
      *    VAGA VAO PARA A LISTA DE ESPERA. CANDIDATO SEM NOME, SEM
      *    SERIE OU DE SERIE/TURNO SEM TURMA NO TURMAMST E RECUSADO (R)
      *    E REGISTRADO NO INPTERR.
      *CADA ALOCACAO RECEBE A PROXIMA MATRICULA LIVRE (MAIOR DO ROSTIN,
      *DO DEMOMST, DO GRADHIST E DO PROPRIO PREMAT MAIS UM), GERA A
      *INCLUSAO NO MOVIMENTO PREMOV (LAYOUT DO ROSTMOV, ENVELOPE H/D/T)
      *QUE O ROSTBAT APLICA NO PASSO SEGUINTE DO LOTE NOTURNO. O
      *RELATORIO PRERPT LISTA AS ALOCACOES, AS VAGAS OFERECIDAS DA
      *LISTA DE ESPERA, AS RECUSAS E A LISTA DE ESPERA NUMERADA POR
      *SERIE E TURNO. O PREMAT E REGRAVADO INTEIRO NO FIM, E SO DEPOIS
      *DELE O CADASTRO DEMOGRAFICO DOS ALOCADOS VAI PARA O DEMOMST
      *(MATRICULA QUE JA ESTA NO DEMOMST NAO E GRAVADA DE NOVO).
      *
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  -------------------------------------------  *
      *  2026-10-15 JLC   PROGRAMA INICIAL - ALOCACAO DA PRE-MATRICULA *
      *                   POR CAPACIDADE DA TURMA, LISTA DE ESPERA E   *
      *                   OFERTA DAS VAGAS LIBERADAS                   *
      *  2026-10-15 JLC   ALOCADO AINDA FORA DO ROSTIN TEM A INCLUSAO  *
      *                   REENVIADA NO PREMOV TODA NOITE; CADASTRO NO  *
      *                   DEMOMST SO DEPOIS DA REGRAVACAO DO PREMAT E  *
      *                   SO PARA MATRICULA QUE AINDA NAO ESTA NELE    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prematr.
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
           SELECT OPTIONAL PREM-FILE ASSIGN TO PREMAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE-IN ASSIGN TO ROSTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-MATRICULA
               ALTERNATE RECORD KEY IS ROST-TURMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPTIONAL TURMA-FILE-IN ASSIGN TO TURMAMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEMO-FILE-IO ASSIGN TO DEMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-MATRICULA
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT OPTIONAL HIST-FILE-IN ASSIGN TO GRADHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOV-FILE-OUT ASSIGN TO PREMOV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE-OUT ASSIGN TO PRERPT
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
       FD  PREM-FILE
           RECORDING MODE IS F.
       01  PREM-IO-RECORD            PIC X(157).
       FD  ROSTER-FILE-IN.
           COPY ROSTREC.
       FD  TURMA-FILE-IN
           RECORDING MODE IS F.
           COPY TURMREC.
       FD  DEMO-FILE-IO.
           COPY DEMOREC.
       FD  HIST-FILE-IN
           RECORDING MODE IS F.
           COPY HISTREC.
      *----------------------------------------------------------------*
      *    INCLUSOES NO LAYOUT DO ROSTMOV DO ROSTBAT                   *
      *----------------------------------------------------------------*
       FD  MOV-FILE-OUT
           RECORDING MODE IS F.
       01  MOV-OUT-RECORD.
           05  MOV-TIPO              PIC X(01).
           05  MOV-DADOS             PIC X(53).
           05  MOV-HDR REDEFINES MOV-DADOS.
               10  MOV-HDR-DATA      PIC 9(08).
               10  FILLER            PIC X(45).
           05  MOV-DET REDEFINES MOV-DADOS.
               10  MOV-ACAO          PIC X(01).
               10  MOV-MATRICULA     PIC 9(06).
               10  MOV-NOME          PIC X(30).
               10  MOV-TURMA         PIC X(04).
               10  MOV-NOTA1         PIC 9(02)V9.
               10  MOV-NOTA2         PIC 9(02)V9.
               10  MOV-NOTA3         PIC 9(02)V9.
               10  MOV-NOTA4         PIC 9(02)V9.
           05  MOV-TRL REDEFINES MOV-DADOS.
               10  MOV-TRL-COUNT     PIC 9(06).
               10  MOV-TRL-HASH      PIC 9(09).
               10  FILLER            PIC X(38).
       FD  RPT-FILE-OUT
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD            PIC X(100).
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
      *        REGISTRO DE TRABALHO DO CANDIDATO                       *
      *----------------------------------------------------------------*
           COPY PREMREC.
      *----------------------------------------------------------------*
      *        CANDIDATOS DO PREMAT NA ORDEM DO ARQUIVO, COM A MARCA   *
      *        DE IRMAO NO ROSTIN (PRIORIDADE NA LISTA DE ESPERA)      *
      *----------------------------------------------------------------*
       01  WS-PRE-TABLE.
           05  WS-PRE-ENTRY OCCURS 1000 TIMES.
               10  WS-PRE-REG            PIC X(157).
               10  WS-PRE-IRMAO-SW       PIC X(01).
                   88  WS-PRE-COM-IRMAO      VALUE 'Y'.
       77  WS-PRE-COUNT               PIC 9(04) VALUE ZERO.
       77  WS-PRE-SUB                 PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *        CADASTRO DE TURMAS COM A LOTACAO DA NOITE               *
      *----------------------------------------------------------------*
       01  WS-TURMA-TABLE.
           05  WS-TURMA-ENTRY OCCURS 50 TIMES INDEXED BY WS-TURMA-IDX.
               10  WS-TUR-CODIGO.
                   15  WS-TUR-SERIE      PIC X(01).
                   15  FILLER            PIC X(03).
               10  WS-TUR-TURNO          PIC X(01).
               10  WS-TUR-CAPAC          PIC 9(03).
               10  WS-TUR-OCUPADOS       PIC 9(03).
       77  WS-TURMA-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-TURMA-SUB               PIC 9(02) VALUE ZERO.
      *        'E' = EXISTE TURMA DA SERIE/TURNO, MESMO SEM VAGA       *
       77  WS-TURMA-EXISTE-SW         PIC X(01) VALUE 'N'.
           88  WS-TURMA-EXISTE            VALUE 'Y'.
      *----------------------------------------------------------------*
      *        NUMERACAO DA LISTA DE ESPERA POR SERIE E TURNO          *
      *----------------------------------------------------------------*
       01  WS-FILA-TABLE.
           05  WS-FILA-ENTRY OCCURS 50 TIMES INDEXED BY WS-FILA-IDX.
               10  WS-FILA-CHAVE         PIC X(02).
               10  WS-FILA-ULTIMA        PIC 9(04).
       77  WS-FILA-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-FILA-CHAVE-ATUAL.
           05  WS-FILA-SERIE             PIC X(01).
           05  WS-FILA-TURNO             PIC X(01).
      *        PASSADA 1 = COM IRMAO NA ESCOLA, PASSADA 2 = SEM IRMAO  *
       77  WS-PASSADA                 PIC 9(01) VALUE ZERO.
      *----------------------------------------------------------------*
      *        MATRICULA E MOVIMENTO                                   *
      *----------------------------------------------------------------*
       77  WS-MAIOR-MATRICULA         PIC 9(06) VALUE ZERO.
       77  WS-ENV-COUNT               PIC 9(06) VALUE ZERO.
       77  WS-ENV-HASH                PIC 9(09) VALUE ZERO.
       77  WS-EVENTO                  PIC X(24) VALUE SPACES.
      *----------------------------------------------------------------*
      *        COUNTERS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CONT-ALOCADOS           PIC 9(04) VALUE ZERO.
       77  WS-CONT-OFERTAS            PIC 9(04) VALUE ZERO.
       77  WS-CONT-ESPERA             PIC 9(04) VALUE ZERO.
       77  WS-CONT-RECUSADOS          PIC 9(04) VALUE ZERO.
       77  WS-CONT-SAIDAS             PIC 9(04) VALUE ZERO.
       77  WS-CONT-MATRICULADOS       PIC 9(04) VALUE ZERO.
       77  WS-CONT-REENVIADOS         PIC 9(04) VALUE ZERO.
       77  WS-CONT-CADASTRADOS        PIC 9(04) VALUE ZERO.
       77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       77  WS-ROSTER-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ROSTER-OK               VALUE "00".
      *        STATUS 05 = ARQUIVO OPTIONAL AUSENTE NA ABERTURA        *
       77  WS-DEMO-STATUS             PIC X(02) VALUE SPACES.
           88  WS-DEMO-OK                 VALUES "00" "05".
       77  WS-DEMO-ABERTO-SW          PIC X(01) VALUE 'N'.
           88  WS-DEMO-ABERTO             VALUE 'Y'.
       77  WS-NO-ROSTIN-SW            PIC X(01) VALUE 'N'.
           88  WS-NO-ROSTIN               VALUE 'Y'.
       77  WS-ERR-FIELD-NAME          PIC X(15) VALUE SPACES.
       77  WS-ERR-BAD-VALUE           PIC X(15) VALUE SPACES.
       77  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
       77  WS-EFFECTIVE-RUNDATE       PIC 9(08) VALUE ZERO.
       77  WS-PROGRAM-RC              PIC 9(02) VALUE ZERO.
       77  WS-DUP-RUN-SW              PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN                 VALUE 'Y'.
       77  WS-RETOMADA-SW             PIC X(01) VALUE 'N'.
           88  WS-RETOMADA                VALUE 'Y'.
       77  WS-RUNH-ID                 PIC X(10) VALUE "PREMATR".
       LINKAGE SECTION.
           COPY RUNPARM.
       PROCEDURE DIVISION USING RUN-PARM-AREA.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - CONTROLA O FLUXO GERAL DO PROGRAMA          *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-DUP-RUN AND WS-RETOMADA
               DISPLAY "*** PREMATR JA CONCLUIDO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE
                   " - PASSO DISPENSADO NA RETOMADA ***"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-RUN
               DISPLAY "*** PREMATR JA EXECUTADO PARA A DATA "
                   WS-EFFECTIVE-RUNDATE " - EXECUCAO RECUSADA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
           IF WS-PROGRAM-RC < 8
               PERFORM 3000-CONFERE-ALOCADOS THRU 3000-EXIT
                   VARYING WS-PRE-SUB FROM 1 BY 1
                   UNTIL WS-PRE-SUB > WS-PRE-COUNT
               PERFORM 4000-OFERTA-ESPERA THRU 4000-EXIT
                   VARYING WS-PASSADA FROM 1 BY 1
                   UNTIL WS-PASSADA > 2
               PERFORM 4500-ALOCA-NOVA THRU 4500-EXIT
                   VARYING WS-PRE-SUB FROM 1 BY 1
                   UNTIL WS-PRE-SUB > WS-PRE-COUNT
               PERFORM 6000-LISTA-ESPERA THRU 6000-EXIT
               PERFORM 7000-REWRITE-PREMAT THRU 7000-EXIT
               PERFORM 7200-CADASTRA-ALOCADOS THRU 7200-EXIT
                   VARYING WS-PRE-SUB FROM 1 BY 1
                   UNTIL WS-PRE-SUB > WS-PRE-COUNT
               PERFORM 7500-CLOSE-FILES THRU 7500-EXIT
           END-IF.
           IF WS-CONT-RECUSADOS > ZERO AND WS-PROGRAM-RC < 4
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
           PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           IF RUN-PARM-LEN > ZERO AND WS-PROGRAM-RC < 8
               PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
           END-IF.
           MOVE WS-PROGRAM-RC TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - IDENTIFICA O OPERADOR, A DATA DE NEGOCIO, *
      *    CONFERE O HISTORICO DE EXECUCOES E CARREGA AS TURMAS E OS   *
      *    CANDIDATOS                                                  *
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
           IF WS-DUP-RUN
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-TURMAS THRU 1100-EXIT.
           PERFORM 1200-LOAD-PREMAT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-TURMAS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TURMA-FILE-IN.
           PERFORM 1110-READ-TURMA THRU 1110-EXIT.
           PERFORM 1120-LOAD-TURMA-ENTRY THRU 1120-EXIT
               UNTIL WS-EOF.
           CLOSE TURMA-FILE-IN.
       1100-EXIT.
           EXIT.
       1110-READ-TURMA.
           READ TURMA-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1110-EXIT.
           EXIT.
       1120-LOAD-TURMA-ENTRY.
           IF WS-TURMA-COUNT < 50
               ADD 1 TO WS-TURMA-COUNT
               MOVE TURM-CODIGO TO WS-TUR-CODIGO (WS-TURMA-COUNT)
               MOVE TURM-TURNO  TO WS-TUR-TURNO (WS-TURMA-COUNT)
               MOVE ZERO TO WS-TUR-CAPAC (WS-TURMA-COUNT)
               IF TURM-CAPACIDADE IS NUMERIC
                   MOVE TURM-CAPACIDADE
                       TO WS-TUR-CAPAC (WS-TURMA-COUNT)
               END-IF
               MOVE ZERO TO WS-TUR-OCUPADOS (WS-TURMA-COUNT)
           ELSE
               DISPLAY "*** TURMAMST TEM MAIS DE 50 TURMAS - "
                   TURM-CODIGO " IGNORADA ***"
           END-IF.
           PERFORM 1110-READ-TURMA THRU 1110-EXIT.
       1120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1200-LOAD-PREMAT - CANDIDATOS NA ORDEM DE INSCRICAO; A      *
      *    MAIOR MATRICULA JA ATRIBUIDA ENTRA NO CALCULO DA PROXIMA    *
      *----------------------------------------------------------------*
       1200-LOAD-PREMAT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PREM-FILE.
           PERFORM 1210-READ-PREMAT THRU 1210-EXIT.
           PERFORM 1220-LOAD-PREMAT-ENTRY THRU 1220-EXIT
               UNTIL WS-EOF.
           CLOSE PREM-FILE.
       1200-EXIT.
           EXIT.
       1210-READ-PREMAT.
           READ PREM-FILE INTO PREM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       1210-EXIT.
           EXIT.
       1220-LOAD-PREMAT-ENTRY.
           IF WS-PRE-COUNT < 1000
               ADD 1 TO WS-PRE-COUNT
               MOVE PREM-RECORD TO WS-PRE-REG (WS-PRE-COUNT)
               MOVE 'N' TO WS-PRE-IRMAO-SW (WS-PRE-COUNT)
               IF PREM-MATRICULA IS NUMERIC
                       AND PREM-MATRICULA > WS-MAIOR-MATRICULA
                   MOVE PREM-MATRICULA TO WS-MAIOR-MATRICULA
               END-IF
           ELSE
               DISPLAY "*** PREMAT TEM MAIS DE 1000 CANDIDATOS - "
                   "INSCRICAO " PREM-INSCRICAO " IGNORADA ***"
               MOVE 8 TO WS-PROGRAM-RC
           END-IF.
           PERFORM 1210-READ-PREMAT THRU 1210-EXIT.
       1220-EXIT.
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
      *    2000-OPEN-FILES - ROSTIN OBRIGATORIO; LOTACAO DAS TURMAS E  *
      *    MAIOR MATRICULA EM USO NO ROSTIN, NO DEMOMST E NO GRADHIST  *
      *----------------------------------------------------------------*
       2000-OPEN-FILES.
           IF WS-PROGRAM-RC >= 8
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT ROSTER-FILE-IN.
           IF NOT WS-ROSTER-OK
               DISPLAY "*** ROSTIN NAO PUDE SER ABERTO - STATUS: "
                   WS-ROSTER-STATUS
               MOVE 8 TO WS-PROGRAM-RC
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-DEMO-ABERTO-SW.
           OPEN I-O DEMO-FILE-IO.
           IF WS-DEMO-OK
               MOVE 'Y' TO WS-DEMO-ABERTO-SW
           ELSE
               DISPLAY "*** DEMOMST NAO PUDE SER ABERTO - STATUS: "
                   WS-DEMO-STATUS " - SEM CADASTRO DOS ALOCADOS ***"
               MOVE 4 TO WS-PROGRAM-RC
           END-IF.
           PERFORM 2100-CONTA-ROSTIN THRU 2100-EXIT.
           PERFORM 2200-MAIOR-DEMOMST THRU 2200-EXIT.
           PERFORM 2300-MAIOR-GRADHIST THRU 2300-EXIT.
           OPEN OUTPUT MOV-FILE-OUT.
           MOVE SPACES TO MOV-OUT-RECORD.
           MOVE 'H' TO MOV-TIPO.
           MOVE WS-EFFECTIVE-RUNDATE TO MOV-HDR-DATA.
           WRITE MOV-OUT-RECORD.
           OPEN OUTPUT RPT-FILE-OUT.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "PRE-MATRICULA - ALOCACAO DE TURMAS E LISTA DE "
               "ESPERA - DATA: " WS-EFFECTIVE-RUNDATE
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       2000-EXIT.
           EXIT.
       2100-CONTA-ROSTIN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2110-READ-ROSTER THRU 2110-EXIT.
           PERFORM 2120-CONTA-ALUNO THRU 2120-EXIT
               UNTIL WS-EOF.
       2100-EXIT.
           EXIT.
       2110-READ-ROSTER.
           READ ROSTER-FILE-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2110-EXIT.
           EXIT.
       2120-CONTA-ALUNO.
           IF ROST-MATRICULA > WS-MAIOR-MATRICULA
               MOVE ROST-MATRICULA TO WS-MAIOR-MATRICULA
           END-IF.
           PERFORM 2150-FIND-TURMA THRU 2150-EXIT.
           IF WS-TURMA-SUB > ZERO
               ADD 1 TO WS-TUR-OCUPADOS (WS-TURMA-SUB)
           END-IF.
           PERFORM 2110-READ-ROSTER THRU 2110-EXIT.
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2150-FIND-TURMA - POSICAO DE ROST-TURMA NA TABELA (ZERO     *
      *    QUANDO A TURMA NAO ESTA NO TURMAMST)                        *
      *----------------------------------------------------------------*
       2150-FIND-TURMA.
           MOVE ZERO TO WS-TURMA-SUB.
           IF WS-TURMA-COUNT = ZERO
               GO TO 2150-EXIT
           END-IF.
           SET WS-TURMA-IDX TO 1.
           SEARCH WS-TURMA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TURMA-IDX > WS-TURMA-COUNT
                   CONTINUE
               WHEN WS-TUR-CODIGO (WS-TURMA-IDX) = ROST-TURMA
                   SET WS-TURMA-SUB TO WS-TURMA-IDX
           END-SEARCH.
       2150-EXIT.
           EXIT.
       2200-MAIOR-DEMOMST.
           IF NOT WS-DEMO-ABERTO
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2210-READ-DEMO THRU 2210-EXIT.
           PERFORM 2220-MAIOR-DEMO THRU 2220-EXIT
               UNTIL WS-EOF.
       2200-EXIT.
           EXIT.
       2210-READ-DEMO.
           READ DEMO-FILE-IO NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2210-EXIT.
           EXIT.
       2220-MAIOR-DEMO.
           IF DEMO-MATRICULA > WS-MAIOR-MATRICULA
               MOVE DEMO-MATRICULA TO WS-MAIOR-MATRICULA
           END-IF.
           PERFORM 2210-READ-DEMO THRU 2210-EXIT.
       2220-EXIT.
           EXIT.
       2300-MAIOR-GRADHIST.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE-IN.
           PERFORM 2310-READ-HIST THRU 2310-EXIT.
           PERFORM 2320-MAIOR-HIST THRU 2320-EXIT
               UNTIL WS-EOF.
           CLOSE HIST-FILE-IN.
       2300-EXIT.
           EXIT.
       2310-READ-HIST.
           READ HIST-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2310-EXIT.
           EXIT.
       2320-MAIOR-HIST.
           IF HIST-MATRICULA IS NUMERIC
                   AND HIST-MATRICULA > WS-MAIOR-MATRICULA
               MOVE HIST-MATRICULA TO WS-MAIOR-MATRICULA
           END-IF.
           PERFORM 2310-READ-HIST THRU 2310-EXIT.
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-CONFERE-ALOCADOS - SITUACAO DE CADA CANDIDATO CONTRA O *
      *    ROSTIN: ALOCADO QUE ENTROU FICA MATRICULADO, ALOCADO AINDA  *
      *    FORA SEGURA A VAGA E TEM A INCLUSAO REENVIADA AO ROSTBAT,   *
      *    MATRICULADO QUE SAIU FICA COMO SAIDA; MARCA TAMBEM QUEM TEM *
      *    IRMAO NA ESCOLA                                             *
      *----------------------------------------------------------------*
       3000-CONFERE-ALOCADOS.
           MOVE WS-PRE-REG (WS-PRE-SUB) TO PREM-RECORD.
           IF PREM-IRMAO IS NUMERIC AND PREM-IRMAO > ZERO
               MOVE PREM-IRMAO TO ROST-MATRICULA
               PERFORM 7800-READ-ROSTIN THRU 7800-EXIT
               IF WS-NO-ROSTIN
                   MOVE 'Y' TO WS-PRE-IRMAO-SW (WS-PRE-SUB)
               END-IF
           END-IF.
           IF NOT PREM-ALOCADA AND NOT PREM-MATRICULADA
               GO TO 3000-EXIT
           END-IF.
           MOVE PREM-MATRICULA TO ROST-MATRICULA.
           PERFORM 7800-READ-ROSTIN THRU 7800-EXIT.
           IF PREM-ALOCADA
               IF WS-NO-ROSTIN
                   MOVE 'M' TO PREM-SITUACAO
                   MOVE WS-EFFECTIVE-RUNDATE TO PREM-DATA-SITUACAO
                   ADD 1 TO WS-CONT-MATRICULADOS
                   MOVE "MATRICULADO NO ROSTIN" TO WS-EVENTO
                   PERFORM 5900-WRITE-EVENTO THRU 5900-EXIT
               ELSE
                   MOVE PREM-TURMA TO ROST-TURMA
                   PERFORM 2150-FIND-TURMA THRU 2150-EXIT
                   IF WS-TURMA-SUB > ZERO
                       ADD 1 TO WS-TUR-OCUPADOS (WS-TURMA-SUB)
                   END-IF
                   PERFORM 5150-WRITE-INCLUSAO THRU 5150-EXIT
                   ADD 1 TO WS-CONT-REENVIADOS
                   MOVE "INCLUSAO REENVIADA" TO WS-EVENTO
                   PERFORM 5900-WRITE-EVENTO THRU 5900-EXIT
               END-IF
           ELSE
               IF NOT WS-NO-ROSTIN
                   MOVE 'S' TO PREM-SITUACAO
                   MOVE WS-EFFECTIVE-RUNDATE TO PREM-DATA-SITUACAO
                   ADD 1 TO WS-CONT-SAIDAS
                   MOVE "SAIU DO ROSTIN" TO WS-EVENTO
                   PERFORM 5900-WRITE-EVENTO THRU 5900-EXIT
               END-IF
           END-IF.
           MOVE PREM-RECORD TO WS-PRE-REG (WS-PRE-SUB).
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-OFERTA-ESPERA - VAGAS LIVRES VAO PRIMEIRO PARA A LISTA *
      *    DE ESPERA: NA PASSADA 1 OS CANDIDATOS COM IRMAO NA ESCOLA,  *
      *    NA PASSADA 2 OS DEMAIS, SEMPRE NA ORDEM DE INSCRICAO        *
      *----------------------------------------------------------------*
       4000-OFERTA-ESPERA.
           PERFORM 4100-OFERTA-CANDIDATO THRU 4100-EXIT
               VARYING WS-PRE-SUB FROM 1 BY 1
               UNTIL WS-PRE-SUB > WS-PRE-COUNT.
       4000-EXIT.
           EXIT.
       4100-OFERTA-CANDIDATO.
           MOVE WS-PRE-REG (WS-PRE-SUB) TO PREM-RECORD.
           IF NOT PREM-ESPERA
               GO TO 4100-EXIT
           END-IF.
           IF WS-PASSADA = 1 AND NOT WS-PRE-COM-IRMAO (WS-PRE-SUB)
               GO TO 4100-EXIT
           END-IF.
           IF WS-PASSADA = 2 AND WS-PRE-COM-IRMAO (WS-PRE-SUB)
               GO TO 4100-EXIT
           END-IF.
           PERFORM 5000-PROCURA-VAGA THRU 5000-EXIT.
           IF WS-TURMA-SUB > ZERO
               MOVE "VAGA DA LISTA DE ESPERA" TO WS-EVENTO
               PERFORM 5100-ALOCA THRU 5100-EXIT
               ADD 1 TO WS-CONT-OFERTAS
               MOVE PREM-RECORD TO WS-PRE-REG (WS-PRE-SUB)
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-ALOCA-NOVA - CANDIDATO NOVO NA ORDEM DE INSCRICAO:     *
      *    VALIDA, ALOCA NA PRIMEIRA TURMA COM VAGA OU MANDA PARA A    *
      *    LISTA DE ESPERA                                             *
      *----------------------------------------------------------------*
       4500-ALOCA-NOVA.
           MOVE WS-PRE-REG (WS-PRE-SUB) TO PREM-RECORD.
           IF NOT PREM-NOVA
               GO TO 4500-EXIT
           END-IF.
           IF PREM-NOME = SPACES
               MOVE "PREM-NOME" TO WS-ERR-FIELD-NAME
               MOVE SPACES TO WS-ERR-BAD-VALUE
               MOVE "RECUSADO - SEM NOME" TO WS-EVENTO
               GO TO 4500-RECUSA
           END-IF.
           IF PREM-SERIE = SPACE
               MOVE "PREM-SERIE" TO WS-ERR-FIELD-NAME
               MOVE SPACES TO WS-ERR-BAD-VALUE
               MOVE "RECUSADO - SEM SERIE" TO WS-EVENTO
               GO TO 4500-RECUSA
           END-IF.
           PERFORM 5000-PROCURA-VAGA THRU 5000-EXIT.
           IF NOT WS-TURMA-EXISTE
               MOVE "PREM-SERIE" TO WS-ERR-FIELD-NAME
               MOVE WS-FILA-CHAVE-ATUAL TO WS-ERR-BAD-VALUE
               MOVE "RECUSADO - SEM TURMA" TO WS-EVENTO
               GO TO 4500-RECUSA
           END-IF.
           IF WS-TURMA-SUB > ZERO
               MOVE "ALOCADO" TO WS-EVENTO
               PERFORM 5100-ALOCA THRU 5100-EXIT
               ADD 1 TO WS-CONT-ALOCADOS
           ELSE
               MOVE 'E' TO PREM-SITUACAO
               MOVE WS-EFFECTIVE-RUNDATE TO PREM-DATA-SITUACAO
               MOVE "SEM VAGA - LISTA ESPERA" TO WS-EVENTO
               PERFORM 5900-WRITE-EVENTO THRU 5900-EXIT
           END-IF.
           MOVE PREM-RECORD TO WS-PRE-REG (WS-PRE-SUB).
           GO TO 4500-EXIT.
       4500-RECUSA.
           MOVE 'R' TO PREM-SITUACAO.
           MOVE WS-EFFECTIVE-RUNDATE TO PREM-DATA-SITUACAO.
           ADD 1 TO WS-CONT-RECUSADOS.
           PERFORM 8100-WRITE-ERROR-LOG THRU 8100-EXIT.
           PERFORM 5900-WRITE-EVENTO THRU 5900-EXIT.
           MOVE PREM-RECORD TO WS-PRE-REG (WS-PRE-SUB).
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-PROCURA-VAGA - PRIMEIRA TURMA DA SERIE (PRIMEIRA       *
      *    POSICAO DO CODIGO) E DO TURNO PEDIDOS COM LOTACAO ABAIXO DA *
      *    CAPACIDADE; TURNO EM BRANCO ACEITA QUALQUER UM              *
      *----------------------------------------------------------------*
       5000-PROCURA-VAGA.
           MOVE ZERO TO WS-TURMA-SUB.
           MOVE 'N' TO WS-TURMA-EXISTE-SW.
           MOVE PREM-SERIE TO WS-FILA-SERIE.
           MOVE PREM-TURNO TO WS-FILA-TURNO.
           IF WS-TURMA-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-TESTA-TURMA THRU 5050-EXIT
               VARYING WS-TURMA-IDX FROM 1 BY 1
               UNTIL WS-TURMA-IDX > WS-TURMA-COUNT
                  OR WS-TURMA-SUB > ZERO.
       5000-EXIT.
           EXIT.
       5050-TESTA-TURMA.
           IF WS-TUR-SERIE (WS-TURMA-IDX) NOT = PREM-SERIE
               GO TO 5050-EXIT
           END-IF.
           IF PREM-TURNO NOT = SPACE
                   AND WS-TUR-TURNO (WS-TURMA-IDX) NOT = PREM-TURNO
               GO TO 5050-EXIT
           END-IF.
           MOVE 'Y' TO WS-TURMA-EXISTE-SW.
           IF WS-TUR-OCUPADOS (WS-TURMA-IDX)
                   < WS-TUR-CAPAC (WS-TURMA-IDX)
               SET WS-TURMA-SUB TO WS-TURMA-IDX
           END-IF.
       5050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5100-ALOCA - PROXIMA MATRICULA LIVRE E INCLUSAO NO PREMOV   *
      *----------------------------------------------------------------*
       5100-ALOCA.
           ADD 1 TO WS-MAIOR-MATRICULA.
           MOVE WS-MAIOR-MATRICULA TO PREM-MATRICULA.
           MOVE WS-TUR-CODIGO (WS-TURMA-SUB) TO PREM-TURMA.
           MOVE 'A' TO PREM-SITUACAO.
           MOVE ZERO TO PREM-POSICAO.
           MOVE WS-EFFECTIVE-RUNDATE TO PREM-DATA-SITUACAO.
           ADD 1 TO WS-TUR-OCUPADOS (WS-TURMA-SUB).
           PERFORM 5150-WRITE-INCLUSAO THRU 5150-EXIT.
           PERFORM 5900-WRITE-EVENTO THRU 5900-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5150-WRITE-INCLUSAO - DETALHE 'I' DO CANDIDATO ALOCADO NO   *
      *    PREMOV, NO LAYOUT DO ROSTMOV                                *
      *----------------------------------------------------------------*
       5150-WRITE-INCLUSAO.
           MOVE SPACES TO MOV-OUT-RECORD.
           MOVE 'D' TO MOV-TIPO.
           MOVE 'I' TO MOV-ACAO.
           MOVE PREM-MATRICULA TO MOV-MATRICULA.
           MOVE PREM-NOME TO MOV-NOME.
           MOVE PREM-TURMA TO MOV-TURMA.
           MOVE ZERO TO MOV-NOTA1 MOV-NOTA2 MOV-NOTA3 MOV-NOTA4.
           WRITE MOV-OUT-RECORD.
           ADD 1 TO WS-ENV-COUNT.
           ADD PREM-MATRICULA TO WS-ENV-HASH.
       5150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5200-WRITE-DEMOMST - RESPONSAVEL DO CANDIDATO OU, EM        *
      *    BRANCO, O DO IRMAO JA CADASTRADO; MATRICULA QUE JA ESTA NO  *
      *    DEMOMST (CADASTRADA EM NOITE ANTERIOR) FICA COMO ESTA       *
      *----------------------------------------------------------------*
       5200-WRITE-DEMOMST.
           IF NOT WS-DEMO-ABERTO
               GO TO 5200-EXIT
           END-IF.
           MOVE PREM-MATRICULA TO DEMO-MATRICULA.
           READ DEMO-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 5200-EXIT
           END-READ.
           MOVE SPACES TO DEMO-RECORD.
           IF PREM-RESPONSAVEL = SPACES
                   AND PREM-IRMAO IS NUMERIC AND PREM-IRMAO > ZERO
               MOVE PREM-IRMAO TO DEMO-MATRICULA
               READ DEMO-FILE-IO
                   INVALID KEY
                       MOVE SPACES TO DEMO-RECORD
               END-READ
           ELSE
               MOVE PREM-RESPONSAVEL TO DEMO-RESPONSAVEL
               MOVE PREM-ENDERECO TO DEMO-ENDERECO
               MOVE PREM-TELEFONE TO DEMO-TELEFONE
           END-IF.
           MOVE PREM-MATRICULA TO DEMO-MATRICULA.
           WRITE DEMO-RECORD
               INVALID KEY
                   DISPLAY "*** DEMOMST JA TEM A MATRICULA "
                       PREM-MATRICULA " - CADASTRO NAO GRAVADO ***"
                   MOVE 4 TO WS-PROGRAM-RC
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CADASTRADOS
           END-WRITE.
       5200-EXIT.
           EXIT.
       5900-WRITE-EVENTO.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  " PREM-INSCRICAO " " PREM-NOME " SERIE: "
               PREM-SERIE " TURNO: " PREM-TURNO " " WS-EVENTO
               " " PREM-TURMA " " PREM-MATRICULA
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       5900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-LISTA-ESPERA - NUMERA A LISTA DE ESPERA POR SERIE E    *
      *    TURNO (IRMAO NA ESCOLA NA FRENTE, DEPOIS A INSCRICAO) E     *
      *    IMPRIME A LISTA                                             *
      *----------------------------------------------------------------*
       6000-LISTA-ESPERA.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE "LISTA DE ESPERA (POSICAO POR SERIE E TURNO)"
               TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE ZERO TO WS-FILA-COUNT.
           PERFORM 6100-NUMERA-PASSADA THRU 6100-EXIT
               VARYING WS-PASSADA FROM 1 BY 1
               UNTIL WS-PASSADA > 2.
           MOVE SPACES TO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "TRAILER ALOCADOS: " WS-CONT-ALOCADOS
               " OFERTAS: " WS-CONT-OFERTAS
               " ESPERA: " WS-CONT-ESPERA
               " RECUSADOS: " WS-CONT-RECUSADOS
               " MATRICULADOS: " WS-CONT-MATRICULADOS
               " SAIDAS: " WS-CONT-SAIDAS
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6000-EXIT.
           EXIT.
       6100-NUMERA-PASSADA.
           PERFORM 6200-NUMERA-CANDIDATO THRU 6200-EXIT
               VARYING WS-PRE-SUB FROM 1 BY 1
               UNTIL WS-PRE-SUB > WS-PRE-COUNT.
       6100-EXIT.
           EXIT.
       6200-NUMERA-CANDIDATO.
           MOVE WS-PRE-REG (WS-PRE-SUB) TO PREM-RECORD.
           IF NOT PREM-ESPERA
               GO TO 6200-EXIT
           END-IF.
           IF WS-PASSADA = 1 AND NOT WS-PRE-COM-IRMAO (WS-PRE-SUB)
               GO TO 6200-EXIT
           END-IF.
           IF WS-PASSADA = 2 AND WS-PRE-COM-IRMAO (WS-PRE-SUB)
               GO TO 6200-EXIT
           END-IF.
           MOVE PREM-SERIE TO WS-FILA-SERIE.
           MOVE PREM-TURNO TO WS-FILA-TURNO.
           SET WS-FILA-IDX TO 1.
           SEARCH WS-FILA-ENTRY
               AT END
                   PERFORM 6250-NOVA-FILA THRU 6250-EXIT
               WHEN WS-FILA-IDX > WS-FILA-COUNT
                   PERFORM 6250-NOVA-FILA THRU 6250-EXIT
               WHEN WS-FILA-CHAVE (WS-FILA-IDX) = WS-FILA-CHAVE-ATUAL
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-FILA-ULTIMA (WS-FILA-IDX).
           MOVE WS-FILA-ULTIMA (WS-FILA-IDX) TO PREM-POSICAO.
           MOVE PREM-RECORD TO WS-PRE-REG (WS-PRE-SUB).
           ADD 1 TO WS-CONT-ESPERA.
           MOVE SPACES TO RPT-OUT-RECORD.
           STRING "  SERIE: " PREM-SERIE " TURNO: " PREM-TURNO
               " POSICAO: " PREM-POSICAO " " PREM-INSCRICAO " "
               PREM-NOME " IRMAO: " WS-PRE-IRMAO-SW (WS-PRE-SUB)
               DELIMITED BY SIZE INTO RPT-OUT-RECORD.
           WRITE RPT-OUT-RECORD.
       6200-EXIT.
           EXIT.
      *        MAIS DE 50 COMBINACOES FICAM TODAS NA ULTIMA FILA       *
       6250-NOVA-FILA.
           IF WS-FILA-COUNT < 50
               ADD 1 TO WS-FILA-COUNT
           END-IF.
           SET WS-FILA-IDX TO WS-FILA-COUNT.
           MOVE WS-FILA-CHAVE-ATUAL TO WS-FILA-CHAVE (WS-FILA-IDX).
           MOVE ZERO TO WS-FILA-ULTIMA (WS-FILA-IDX).
       6250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-REWRITE-PREMAT - REGRAVA O ARQUIVO DE CANDIDATOS COM   *
      *    AS SITUACOES, TURMAS, MATRICULAS E POSICOES DA NOITE        *
      *----------------------------------------------------------------*
       7000-REWRITE-PREMAT.
           OPEN OUTPUT PREM-FILE.
           PERFORM 7100-WRITE-PREMAT THRU 7100-EXIT
               VARYING WS-PRE-SUB FROM 1 BY 1
               UNTIL WS-PRE-SUB > WS-PRE-COUNT.
           CLOSE PREM-FILE.
       7000-EXIT.
           EXIT.
       7100-WRITE-PREMAT.
           MOVE WS-PRE-REG (WS-PRE-SUB) TO PREM-IO-RECORD.
           WRITE PREM-IO-RECORD.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7200-CADASTRA-ALOCADOS - COM O PREMAT JA REGRAVADO, GRAVA   *
      *    NO DEMOMST O CADASTRO DE CADA ALOCADO QUE AINDA NAO ESTA    *
      *    LA; UMA QUEDA ANTES DA REGRAVACAO NAO DEIXA NO DEMOMST      *
      *    MATRICULA QUE O PREMAT NAO CONHECE                          *
      *----------------------------------------------------------------*
       7200-CADASTRA-ALOCADOS.
           MOVE WS-PRE-REG (WS-PRE-SUB) TO PREM-RECORD.
           IF PREM-ALOCADA
               PERFORM 5200-WRITE-DEMOMST THRU 5200-EXIT
           END-IF.
       7200-EXIT.
           EXIT.
       7500-CLOSE-FILES.
           MOVE SPACES TO MOV-OUT-RECORD.
           MOVE 'T' TO MOV-TIPO.
           MOVE WS-ENV-COUNT TO MOV-TRL-COUNT.
           MOVE WS-ENV-HASH TO MOV-TRL-HASH.
           WRITE MOV-OUT-RECORD.
           CLOSE MOV-FILE-OUT.
           CLOSE RPT-FILE-OUT.
           CLOSE ROSTER-FILE-IN.
           IF WS-DEMO-ABERTO
               CLOSE DEMO-FILE-IO
           END-IF.
       7500-EXIT.
           EXIT.
       7800-READ-ROSTIN.
           MOVE 'N' TO WS-NO-ROSTIN-SW.
           READ ROSTER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NO-ROSTIN-SW
           END-READ.
       7800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-LOG - GRAVA REGISTRO NA TRILHA DE          *
      *                           AUDITORIA COMPARTILHADA (AUDITLOG)   *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "PREMATR" TO AUDIT-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE WS-EFFECTIVE-RUNDATE TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           STRING "ALOC:" WS-CONT-ALOCADOS " OFERTA:" WS-CONT-OFERTAS
               " ESP:" WS-CONT-ESPERA
               DELIMITED BY SIZE INTO AUDIT-INPUT-VALUES.
           STRING "RECUSADOS: " WS-CONT-RECUSADOS
               DELIMITED BY SIZE INTO AUDIT-RESULT.
           OPEN EXTEND AUDIT-FILE-OUT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE-OUT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-WRITE-ERROR-LOG - CANDIDATO RECUSADO NO INPTERR        *
      *----------------------------------------------------------------*
       8100-WRITE-ERROR-LOG.
           MOVE SPACES TO ERROR-RECORD.
           MOVE "PREMATR" TO ERROR-PROGRAM-ID.
           MOVE WS-ERR-FIELD-NAME TO ERROR-FIELD-NAME.
           MOVE WS-ERR-BAD-VALUE TO ERROR-BAD-VALUE.
           MOVE WS-EFFECTIVE-RUNDATE TO ERROR-DATA.
           ACCEPT ERROR-HORA FROM TIME.
           OPEN EXTEND ERROR-FILE-OUT.
           WRITE ERROR-RECORD.
           CLOSE ERROR-FILE-OUT.
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
           DISPLAY "PREMATR - ALOCADOS: " WS-CONT-ALOCADOS
               " OFERTAS: " WS-CONT-OFERTAS
               " ESPERA: " WS-CONT-ESPERA
               " RECUSADOS: " WS-CONT-RECUSADOS
               " REENVIADOS: " WS-CONT-REENVIADOS
               " CADASTRADOS: " WS-CONT-CADASTRADOS.
       9999-EXIT.
           EXIT.
       END PROGRAM prematr.
